       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJ-AFFECTATIONS.
       AUTHOR.    MOHAMED.

      *    affectations d'enseignement de l'ecole : une ligne par
      *    matiere du catalogue (MATIERES.TXT) et par classe, avec
      *    l'Employee-ID de l'enseignant et ses heures par semaine
      *    (AFFECTATIONS.DAT). L'enseignant doit etre un employe actif
      *    a fonction d'enseignement (ENSEIGNANT, PROFESSEUR ou
      *    INSTITUTEUR) ; une affectation se pose ou se retire par un
      *    employe d'encadrement et passe a la piste d'audit.
      *    Deux etats pour la direction :
      *      - resultats du trimestre par enseignant : pour chaque
      *        matiere et classe tenue, etudiants notes, moyenne des
      *        notes et taux de reussite (10 et plus), dans
      *        RESULTATS-ENSEIGNANTS-AAAATN.TXT ;
      *      - charge hebdomadaire de chaque enseignant, au-dela du
      *        plafond (parametre CHARGE-HEBDO-MAX, 18 heures a
      *        defaut) signalee, dans CHARGE-ENSEIGNANTS-AAAAMMJJ.TXT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT AFFECTATIONS-FICHIER ASSIGN TO "AFFECTATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFF-FILESTATUS.

           SELECT MATIERES ASSIGN TO "MATIERES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAT-FILESTATUS.

           SELECT NOTES ASSIGN TO "NOTES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOT-FILESTATUS.

           SELECT ETUDIANT ASSIGN TO WS-ETD-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETD-FILESTATUS.

           SELECT Employee ASSIGN TO WS-EMP-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Employee-ID
               FILE STATUS IS WS-EMP-FILESTATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO WS-RAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  AFFECTATIONS-FICHIER.
       01  AFF-ENREG.
           05  AFF-MAT-CODE    PIC X(4).
           05  FILLER          PIC X(1).
           05  AFF-CLASSE      PIC X(6).
           05  FILLER          PIC X(1).
           05  AFF-EMPLOYE     PIC 9(5).
           05  FILLER          PIC X(1).
           05  AFF-HEURES      PIC 9(2)V9(1).
           05  FILLER          PIC X(1).
           05  AFF-DATE        PIC X(8).

      *    meme mise en forme que dans FILE-HND.
       FD  MATIERES.
       01  MATIERE-RECORD.
           05  MAT-CODE        PIC X(4).
           05  FILLER          PIC X(1).
           05  MAT-LIBELLE     PIC X(20).
           05  FILLER          PIC X(1).
           05  MAT-COEFF       PIC 9(1)V9(1).

      *    meme mise en forme que dans FILE-HND.
       FD  NOTES.
       01  NOTE-RECORD.
           05  NOT-ETD-ID      PIC X(10).
           05  FILLER          PIC X(1).
           05  NOT-MAT-CODE    PIC X(4).
           05  FILLER          PIC X(1).
           05  NOT-NOTE        PIC 9(2)V9(2).
           05  FILLER          PIC X(1).
           05  NOT-TRIMESTRE   PIC X(6).

      *    meme mise en forme que dans FILE-HND.
       FD  ETUDIANT.
       01  ETUDIANT-RECORD.
           05  ETD-ID          PIC X(10).
           05  FILLER          PIC X(1).
           05  ETD-NAME        PIC X(10).
           05  FILLER          PIC X(1).
           05  EMP-EXP         PIC X(1).
           05  FILLER          PIC X(1).
           05  ETD-NOTE        PIC 9(2)V9(2).
           05  FILLER          PIC X(1).
           05  ETD-CLASSE      PIC X(6).
           05  FILLER          PIC X(1).
           05  ETD-CPT-PAYEUR  PIC X(6).

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

       FD  RAPPORT-FICHIER.
       01  RAP-LIGNE           PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-AFF-FILESTATUS   PIC X(2).
       01  WS-MAT-FILESTATUS   PIC X(2).
       01  WS-NOT-FILESTATUS   PIC X(2).
       01  WS-ETD-FILESTATUS   PIC X(2).
       01  WS-ETD-FILE-PATH    PIC X(100).
       01  WS-EMP-FILE-PATH    PIC X(100).
       01  WS-EMP-FILESTATUS   PIC X(2).
       01  WS-RAP-FILESTATUS   PIC X(2).
       01  WS-RAP-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-CHOIX            PIC 9(1).

       01  WS-PGM-PARAM        PIC X(20) VALUE "LIRE-PARAMETRE".
       01  WS-PARAM-CLE        PIC X(20).
       01  WS-PARAM-VALEUR     PIC 9(8)V9(4).
       01  WS-PARAM-TROUVE     PIC X(1).
       01  WS-CHARGE-MAX       PIC 9(2)V9(1) VALUE 18.

       01  WS-EMPLOYE-ID       PIC 9(5).
       01  WS-EMP-OK           PIC X(1).
       01  WS-ENSEIGNANT-OK    PIC X(1).
       01  WS-CODE-SAISI       PIC X(4).
       01  WS-CLASSE-SAISIE    PIC X(6).
       01  WS-ENSEIGNANT       PIC 9(5).
       01  WS-HEURES           PIC 9(2)V9(1).
       01  WS-TRIM-SAISI       PIC X(6).

      *    affectations chargees en table et reecrites en entier,
      *    comme le registre de MAJ-AVANCES.
       01  WS-NB-AFF           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-AFF.
         05 WS-AFF  OCCURS 300 TIMES.
           10  WS-AFF-IMAGE    PIC X(30).
       01  WS-A                PIC 9(3).
       01  WS-AFF-TROUVEE      PIC 9(3).

       01  WS-NB-MATIERES      PIC 9(2) VALUE ZERO.
       01  WS-TABLE-MATIERES.
         05 WS-MATIERE OCCURS 20 TIMES.
           10  WS-MAT-CODE     PIC X(4).
           10  WS-MAT-LIBELLE  PIC X(20).
       01  WS-M                PIC 9(2).
       01  WS-MAT-TROUVEE      PIC 9(2).

      *    classe de chaque etudiant, et marque "deja compte" pour
      *    ne compter un etudiant qu'une fois par matiere et classe.
       01  WS-NB-ETD           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-ETD.
         05 WS-ETD  OCCURS 500 TIMES.
           10  WS-ETD-ID       PIC X(10).
           10  WS-ETD-CLASSE   PIC X(6).
           10  WS-ETD-VU       PIC X(1).
       01  WS-E                PIC 9(3).
       01  WS-ETD-TROUVE       PIC 9(3).

      *    enseignants distincts des affectations, dans l'ordre ou
      *    ils apparaissent.
       01  WS-NB-ENS           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-ENS.
         05 WS-ENS  OCCURS 300 TIMES.
           10  WS-ENS-ID       PIC 9(5).
       01  WS-N                PIC 9(3).
       01  WS-ENS-VU           PIC X(1).
       01  WS-NOM-ENS          PIC X(25).
       01  WS-FONCTION-ENS     PIC X(20).
       01  WS-STATUT-ENS       PIC X(1).

       01  WS-NB-NOTES         PIC 9(5).
       01  WS-NB-REUSSITES     PIC 9(5).
       01  WS-NB-ELEVES        PIC 9(4).
       01  WS-SOMME-NOTES      PIC 9(7)V9(2).
       01  WS-MOYENNE          PIC 9(2)V9(2).
       01  WS-TAUX-REUSSITE    PIC 9(3)V9(1).
       01  WS-ENS-NOTES        PIC 9(5).
       01  WS-ENS-REUSSITES    PIC 9(5).
       01  WS-ENS-ELEVES       PIC 9(5).
       01  WS-ENS-SOMME        PIC 9(7)V9(2).
       01  WS-ENS-HEURES       PIC 9(3)V9(1).
       01  WS-ENS-CLASSES      PIC 9(3).
       01  WS-TOTAL-HEURES     PIC 9(5)V9(1).
       01  WS-NB-SURCHARGES    PIC 9(3).
       01  WS-ALERTE           PIC X(30).

       01  WS-PGM-AUDIT        PIC X(20) VALUE "TRACER-AUDIT".
       01  WS-AUD-PROGRAMME    PIC X(20) VALUE "MAJ-AFFECTATIONS".
       01  WS-AUD-CLE          PIC X(20).
       01  WS-AUD-AVANT        PIC X(60).
       01  WS-AUD-APRES        PIC X(60).

       PROCEDURE DIVISION.

       MAIN-MAJ-AFFECTATIONS.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           ACCEPT WS-EMP-FILE-PATH FROM ENVIRONMENT "EMPFILE".
           IF WS-EMP-FILE-PATH = SPACES
               MOVE "EMPLOYEES.TXT" TO WS-EMP-FILE-PATH
           END-IF.
           ACCEPT WS-ETD-FILE-PATH FROM ENVIRONMENT "ETUDFILE".
           IF WS-ETD-FILE-PATH = SPACES
               MOVE "ETUDIANTS.TXT" TO WS-ETD-FILE-PATH
           END-IF.

           DISPLAY "1-AFFECTER UN ENSEIGNANT A UNE MATIERE ET CLASSE".
           DISPLAY "2-RETIRER UNE AFFECTATION".
           DISPLAY "3-LISTER LES AFFECTATIONS".
           DISPLAY "4-RESULTATS DU TRIMESTRE PAR ENSEIGNANT".
           DISPLAY "5-CHARGE HEBDOMADAIRE DES ENSEIGNANTS".
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM AFFECTER-ENSEIGNANT
               WHEN 2
                   PERFORM RETIRER-AFFECTATION
               WHEN 3
                   PERFORM LISTER-AFFECTATIONS
               WHEN 4
                   PERFORM RESULTATS-ENSEIGNANTS
               WHEN 5
                   PERFORM CHARGE-ENSEIGNANTS
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.
           GOBACK.

      *    une seule affectation par matiere et classe : une nouvelle
      *    saisie remplace l'enseignant precedent.
       AFFECTER-ENSEIGNANT.
           PERFORM CONTROLER-AUTORITE.
           IF WS-EMP-OK NOT = "O"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHARGER-MATIERES.
           PERFORM CHARGER-AFFECTATIONS.

           DISPLAY "CODE MATIERE :".
           ACCEPT WS-CODE-SAISI.
           PERFORM CHERCHER-MATIERE.
           IF WS-MAT-TROUVEE = 0
               DISPLAY "MATIERE HORS CATALOGUE !"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CLASSE :".
           ACCEPT WS-CLASSE-SAISIE.
           IF WS-CLASSE-SAISIE = SPACES
               DISPLAY "CLASSE OBLIGATOIRE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "EMPLOYEE-ID DE L'ENSEIGNANT :".
           ACCEPT WS-ENSEIGNANT.
           PERFORM CONTROLER-ENSEIGNANT.
           IF WS-ENSEIGNANT-OK NOT = "O"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "HEURES PAR SEMAINE :".
           ACCEPT WS-HEURES.
           IF WS-HEURES = ZERO
               DISPLAY "NOMBRE D'HEURES NUL REFUSE"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHERCHER-AFFECTATION.
           MOVE SPACES TO WS-AUD-AVANT.
           IF WS-AFF-TROUVEE = 0
               IF WS-NB-AFF NOT < 300
                   DISPLAY "FICHIER DES AFFECTATIONS PLEIN"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-AFF
               MOVE WS-NB-AFF TO WS-AFF-TROUVEE
               MOVE "AUCUNE AFFECTATION" TO WS-AUD-AVANT
           ELSE
               MOVE WS-AFF-IMAGE(WS-AFF-TROUVEE) TO AFF-ENREG
               STRING "ENSEIGNANT " AFF-EMPLOYE " " AFF-HEURES " H"
                   DELIMITED BY SIZE INTO WS-AUD-AVANT
               END-STRING
           END-IF.
           MOVE SPACES           TO AFF-ENREG.
           MOVE WS-CODE-SAISI    TO AFF-MAT-CODE.
           MOVE WS-CLASSE-SAISIE TO AFF-CLASSE.
           MOVE WS-ENSEIGNANT    TO AFF-EMPLOYE.
           MOVE WS-HEURES        TO AFF-HEURES.
           MOVE WS-AUJOURD-HUI   TO AFF-DATE.
           MOVE AFF-ENREG TO WS-AFF-IMAGE(WS-AFF-TROUVEE).
           PERFORM SAUVER-AFFECTATIONS.

           MOVE SPACES TO WS-AUD-APRES.
           STRING "ENSEIGNANT " AFF-EMPLOYE " " AFF-HEURES " H"
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           PERFORM TRACER-AFFECTATION.
           DISPLAY "AFFECTATION ENREGISTREE".
           EXIT.
       FIN-AFFECTER-ENSEIGNANT.

       RETIRER-AFFECTATION.
           PERFORM CONTROLER-AUTORITE.
           IF WS-EMP-OK NOT = "O"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHARGER-AFFECTATIONS.
           DISPLAY "CODE MATIERE :".
           ACCEPT WS-CODE-SAISI.
           DISPLAY "CLASSE :".
           ACCEPT WS-CLASSE-SAISIE.
           PERFORM CHERCHER-AFFECTATION.
           IF WS-AFF-TROUVEE = 0
               DISPLAY "AUCUNE AFFECTATION POUR CETTE MATIERE ET CLASSE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AFF-IMAGE(WS-AFF-TROUVEE) TO AFF-ENREG.
           MOVE SPACES TO WS-AUD-AVANT.
           STRING "ENSEIGNANT " AFF-EMPLOYE " " AFF-HEURES " H"
               DELIMITED BY SIZE INTO WS-AUD-AVANT
           END-STRING.
           PERFORM VARYING WS-A FROM WS-AFF-TROUVEE BY 1
                   UNTIL WS-A NOT < WS-NB-AFF
               MOVE WS-AFF-IMAGE(WS-A + 1) TO WS-AFF-IMAGE(WS-A)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NB-AFF.
           PERFORM SAUVER-AFFECTATIONS.
           MOVE "AFFECTATION RETIREE" TO WS-AUD-APRES.
           PERFORM TRACER-AFFECTATION.
           DISPLAY "AFFECTATION RETIREE".
           EXIT.
       FIN-RETIRER-AFFECTATION.

       LISTER-AFFECTATIONS.
           PERFORM CHARGER-AFFECTATIONS.
           IF WS-NB-AFF = 0
               DISPLAY "AUCUNE AFFECTATION"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT Employee.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-AFF
               MOVE WS-AFF-IMAGE(WS-A) TO AFF-ENREG
               PERFORM LIRE-ENSEIGNANT
               DISPLAY AFF-MAT-CODE " " AFF-CLASSE " " AFF-EMPLOYE
                       " " WS-NOM-ENS " " AFF-HEURES " H/SEM DEPUIS "
                       AFF-DATE
           END-PERFORM.
           CLOSE Employee.
           EXIT.
       FIN-LISTER-AFFECTATIONS.

      *    resultats du trimestre : par enseignant, chaque matiere et
      *    classe tenue avec les notes du trimestre des etudiants de
      *    la classe, puis le total de l'enseignant.
       RESULTATS-ENSEIGNANTS.
           DISPLAY "TRIMESTRE (AAAATN, EX: 2026T1) :".
           ACCEPT WS-TRIM-SAISI.
           IF WS-TRIM-SAISI = SPACES
               DISPLAY "TRIMESTRE OBLIGATOIRE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHARGER-MATIERES.
           PERFORM CHARGER-AFFECTATIONS.
           PERFORM CHARGER-ETUDIANTS.
           PERFORM NOTER-ENSEIGNANTS.

           MOVE SPACES TO WS-RAP-FILE-PATH.
           STRING "RESULTATS-ENSEIGNANTS-" WS-TRIM-SAISI ".TXT"
               DELIMITED BY SIZE INTO WS-RAP-FILE-PATH
           END-STRING.
           OPEN OUTPUT RAPPORT-FICHIER.
           MOVE SPACES TO RAP-LIGNE.
           STRING "RESULTATS DU TRIMESTRE " WS-TRIM-SAISI
                  " PAR ENSEIGNANT - EDITE LE " WS-AUJOURD-HUI
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           OPEN INPUT Employee.
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-NB-ENS
               PERFORM RESULTATS-UN-ENSEIGNANT
           END-PERFORM.
           CLOSE Employee.
           CLOSE RAPPORT-FICHIER.
           DISPLAY WS-NB-ENS " ENSEIGNANT(S), ETAT DANS "
                   WS-RAP-FILE-PATH.
           EXIT.
       FIN-RESULTATS-ENSEIGNANTS.

       RESULTATS-UN-ENSEIGNANT.
           MOVE ZERO TO WS-ENS-NOTES.
           MOVE ZERO TO WS-ENS-REUSSITES.
           MOVE ZERO TO WS-ENS-ELEVES.
           MOVE ZERO TO WS-ENS-SOMME.
           MOVE WS-ENS-ID(WS-N) TO AFF-EMPLOYE.
           PERFORM LIRE-ENSEIGNANT.
           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE SPACES TO RAP-LIGNE.
           STRING "ENSEIGNANT " WS-ENS-ID(WS-N) " " WS-NOM-ENS " "
                  WS-FONCTION-ENS
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-AFF
               MOVE WS-AFF-IMAGE(WS-A) TO AFF-ENREG
               IF AFF-EMPLOYE = WS-ENS-ID(WS-N)
                   PERFORM RESULTATS-UNE-AFFECTATION
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-MOYENNE.
           MOVE ZERO TO WS-TAUX-REUSSITE.
           IF WS-ENS-NOTES > 0
               COMPUTE WS-MOYENNE ROUNDED =
                       WS-ENS-SOMME / WS-ENS-NOTES
               COMPUTE WS-TAUX-REUSSITE ROUNDED =
                       WS-ENS-REUSSITES * 100 / WS-ENS-NOTES
           END-IF.
           MOVE SPACES TO RAP-LIGNE.
           STRING "  TOTAL : " WS-ENS-ELEVES " ETUDIANT(S), "
                  WS-ENS-NOTES " NOTE(S), MOYENNE " WS-MOYENNE
                  ", REUSSITE " WS-TAUX-REUSSITE " %"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-RESULTATS-UN-ENSEIGNANT.

       RESULTATS-UNE-AFFECTATION.
           MOVE ZERO TO WS-NB-NOTES.
           MOVE ZERO TO WS-NB-REUSSITES.
           MOVE ZERO TO WS-NB-ELEVES.
           MOVE ZERO TO WS-SOMME-NOTES.
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-NB-ETD
               MOVE "N" TO WS-ETD-VU(WS-E)
           END-PERFORM.
           OPEN INPUT NOTES.
           IF WS-NOT-FILESTATUS = "00"
               PERFORM UNTIL WS-NOT-FILESTATUS NOT = "00"
                   READ NOTES
                       AT END MOVE "10" TO WS-NOT-FILESTATUS
                       NOT AT END
                           IF NOT-MAT-CODE = AFF-MAT-CODE
                              AND NOT-TRIMESTRE = WS-TRIM-SAISI
                               PERFORM COMPTER-UNE-NOTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTES
           END-IF.
           MOVE ZERO TO WS-MOYENNE.
           MOVE ZERO TO WS-TAUX-REUSSITE.
           IF WS-NB-NOTES > 0
               COMPUTE WS-MOYENNE ROUNDED =
                       WS-SOMME-NOTES / WS-NB-NOTES
               COMPUTE WS-TAUX-REUSSITE ROUNDED =
                       WS-NB-REUSSITES * 100 / WS-NB-NOTES
           END-IF.
           MOVE ZERO TO WS-MAT-TROUVEE.
           MOVE AFF-MAT-CODE TO WS-CODE-SAISI.
           PERFORM CHERCHER-MATIERE.
           MOVE SPACES TO RAP-LIGNE.
           IF WS-MAT-TROUVEE = 0
               STRING "  " AFF-MAT-CODE " (HORS CATALOGUE)     "
                      " CLASSE " AFF-CLASSE
                      " ETUDIANTS " WS-NB-ELEVES
                      " MOYENNE " WS-MOYENNE
                      " REUSSITE " WS-TAUX-REUSSITE " %"
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
           ELSE
               STRING "  " AFF-MAT-CODE " "
                      WS-MAT-LIBELLE(WS-MAT-TROUVEE)
                      " CLASSE " AFF-CLASSE
                      " ETUDIANTS " WS-NB-ELEVES
                      " MOYENNE " WS-MOYENNE
                      " REUSSITE " WS-TAUX-REUSSITE " %"
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
           END-IF.
           WRITE RAP-LIGNE.
           ADD WS-NB-NOTES     TO WS-ENS-NOTES.
           ADD WS-NB-REUSSITES TO WS-ENS-REUSSITES.
           ADD WS-NB-ELEVES    TO WS-ENS-ELEVES.
           ADD WS-SOMME-NOTES  TO WS-ENS-SOMME.
           EXIT.
       FIN-RESULTATS-UNE-AFFECTATION.

      *    une note ne compte que si l'etudiant est de la classe de
      *    l'affectation.
       COMPTER-UNE-NOTE.
           MOVE ZERO TO WS-ETD-TROUVE.
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-NB-ETD
               IF WS-ETD-ID(WS-E) = NOT-ETD-ID
                   MOVE WS-E TO WS-ETD-TROUVE
               END-IF
           END-PERFORM.
           IF WS-ETD-TROUVE = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-ETD-CLASSE(WS-ETD-TROUVE) NOT = AFF-CLASSE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-NOTES.
           ADD NOT-NOTE TO WS-SOMME-NOTES.
           IF NOT-NOTE NOT < 10
               ADD 1 TO WS-NB-REUSSITES
           END-IF.
           IF WS-ETD-VU(WS-ETD-TROUVE) = "N"
               MOVE "O" TO WS-ETD-VU(WS-ETD-TROUVE)
               ADD 1 TO WS-NB-ELEVES
           END-IF.
           EXIT.
       FIN-COMPTER-UNE-NOTE.

      *    charge hebdomadaire : heures et classes de chaque
      *    enseignant ; au-dela du plafond, ou quand l'enseignant
      *    n'est plus actif ou n'enseigne plus, c'est signale.
       CHARGE-ENSEIGNANTS.
           MOVE "CHARGE-HEBDO-MAX" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-CHARGE-MAX
           END-IF.
           PERFORM CHARGER-AFFECTATIONS.
           PERFORM NOTER-ENSEIGNANTS.
           MOVE ZERO TO WS-TOTAL-HEURES.
           MOVE ZERO TO WS-NB-SURCHARGES.

           MOVE SPACES TO WS-RAP-FILE-PATH.
           STRING "CHARGE-ENSEIGNANTS-" WS-AUJOURD-HUI ".TXT"
               DELIMITED BY SIZE INTO WS-RAP-FILE-PATH
           END-STRING.
           OPEN OUTPUT RAPPORT-FICHIER.
           MOVE SPACES TO RAP-LIGNE.
           STRING "CHARGE HEBDOMADAIRE DES ENSEIGNANTS AU "
                  WS-AUJOURD-HUI " - PLAFOND " WS-CHARGE-MAX " H"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           OPEN INPUT Employee.
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-NB-ENS
               PERFORM CHARGE-UN-ENSEIGNANT
           END-PERFORM.
           CLOSE Employee.
           MOVE SPACES TO RAP-LIGNE.
           STRING "TOTAL : " WS-NB-ENS " ENSEIGNANT(S), "
                  WS-TOTAL-HEURES " HEURE(S) PAR SEMAINE, "
                  WS-NB-SURCHARGES " ALERTE(S)"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           CLOSE RAPPORT-FICHIER.
           DISPLAY WS-NB-ENS " ENSEIGNANT(S), " WS-NB-SURCHARGES
                   " ALERTE(S), ETAT DANS " WS-RAP-FILE-PATH.
           EXIT.
       FIN-CHARGE-ENSEIGNANTS.

       CHARGE-UN-ENSEIGNANT.
           MOVE ZERO TO WS-ENS-HEURES.
           MOVE ZERO TO WS-ENS-CLASSES.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-AFF
               MOVE WS-AFF-IMAGE(WS-A) TO AFF-ENREG
               IF AFF-EMPLOYE = WS-ENS-ID(WS-N)
                   ADD AFF-HEURES TO WS-ENS-HEURES
                   ADD 1 TO WS-ENS-CLASSES
               END-IF
           END-PERFORM.
           ADD WS-ENS-HEURES TO WS-TOTAL-HEURES.
           MOVE WS-ENS-ID(WS-N) TO AFF-EMPLOYE.
           PERFORM LIRE-ENSEIGNANT.
           MOVE SPACES TO WS-ALERTE.
           EVALUATE TRUE
               WHEN WS-STATUT-ENS NOT = "A" AND WS-STATUT-ENS NOT = " "
                   MOVE "*** ENSEIGNANT INACTIF" TO WS-ALERTE
               WHEN WS-FONCTION-ENS NOT = "ENSEIGNANT"
                    AND WS-FONCTION-ENS NOT = "PROFESSEUR"
                    AND WS-FONCTION-ENS NOT = "INSTITUTEUR"
                   MOVE "*** FONCTION NON ENSEIGNANTE" TO WS-ALERTE
               WHEN WS-ENS-HEURES > WS-CHARGE-MAX
                   MOVE "*** AU-DELA DU PLAFOND" TO WS-ALERTE
           END-EVALUATE.
           IF WS-ALERTE NOT = SPACES
               ADD 1 TO WS-NB-SURCHARGES
           END-IF.
           MOVE SPACES TO RAP-LIGNE.
           STRING WS-ENS-ID(WS-N) " " WS-NOM-ENS " "
                  WS-ENS-CLASSES " AFFECTATION(S) "
                  WS-ENS-HEURES " H/SEM " WS-ALERTE
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-CHARGE-UN-ENSEIGNANT.

       NOTER-ENSEIGNANTS.
           MOVE ZERO TO WS-NB-ENS.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-AFF
               MOVE WS-AFF-IMAGE(WS-A) TO AFF-ENREG
               MOVE "N" TO WS-ENS-VU
               PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-NB-ENS
                   IF WS-ENS-ID(WS-N) = AFF-EMPLOYE
                       MOVE "O" TO WS-ENS-VU
                   END-IF
               END-PERFORM
               IF WS-ENS-VU = "N"
                   ADD 1 TO WS-NB-ENS
                   MOVE AFF-EMPLOYE TO WS-ENS-ID(WS-NB-ENS)
               END-IF
           END-PERFORM.
           EXIT.
       FIN-NOTER-ENSEIGNANTS.

      *    nom, fonction et statut de l'enseignant AFF-EMPLOYE ; le
      *    fichier des employes est ouvert par l'appelant.
       LIRE-ENSEIGNANT.
           MOVE AFF-EMPLOYE TO Employee-ID.
           READ Employee KEY IS Employee-ID
               INVALID KEY
                   MOVE "(INCONNU AU PERSONNEL)" TO WS-NOM-ENS
                   MOVE SPACES TO WS-FONCTION-ENS
                   MOVE "X" TO WS-STATUT-ENS
               NOT INVALID KEY
                   MOVE Name TO WS-NOM-ENS
                   MOVE Fonction TO WS-FONCTION-ENS
                   MOVE EMP-STATUT TO WS-STATUT-ENS
           END-READ.
           EXIT.
       FIN-LIRE-ENSEIGNANT.

       CONTROLER-ENSEIGNANT.
           MOVE "N" TO WS-ENSEIGNANT-OK.
           OPEN INPUT Employee.
           IF WS-EMP-FILESTATUS NOT = "00"
               DISPLAY "FICHIER DES EMPLOYES INDISPONIBLE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENSEIGNANT TO Employee-ID.
           READ Employee KEY IS Employee-ID
               INVALID KEY
                   DISPLAY "EMPLOYEE-ID INCONNU !"
               NOT INVALID KEY
                   IF EMP-STATUT NOT = "A" AND EMP-STATUT NOT = " "
                       DISPLAY "EMPLOYE INACTIF, AFFECTATION REFUSEE"
                   ELSE
                       IF Fonction = "ENSEIGNANT" OR
                          Fonction = "PROFESSEUR" OR
                          Fonction = "INSTITUTEUR"
                           MOVE "O" TO WS-ENSEIGNANT-OK
                           DISPLAY "ENSEIGNANT : " Name
                       ELSE
                           DISPLAY "FONCTION " Fonction
                                   " NON ENSEIGNANTE, AFFECTATION "
                                   "REFUSEE"
                       END-IF
                   END-IF
           END-READ.
           CLOSE Employee.
           EXIT.
       FIN-CONTROLER-ENSEIGNANT.

       CHERCHER-MATIERE.
           MOVE ZERO TO WS-MAT-TROUVEE.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-NB-MATIERES
               IF WS-MAT-CODE(WS-M) = WS-CODE-SAISI
                   MOVE WS-M TO WS-MAT-TROUVEE
               END-IF
           END-PERFORM.
           EXIT.
       FIN-CHERCHER-MATIERE.

       CHERCHER-AFFECTATION.
           MOVE ZERO TO WS-AFF-TROUVEE.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-AFF
               MOVE WS-AFF-IMAGE(WS-A) TO AFF-ENREG
               IF AFF-MAT-CODE = WS-CODE-SAISI
                  AND AFF-CLASSE = WS-CLASSE-SAISIE
                   MOVE WS-A TO WS-AFF-TROUVEE
               END-IF
           END-PERFORM.
           EXIT.
       FIN-CHERCHER-AFFECTATION.

       CHARGER-MATIERES.
           MOVE ZERO TO WS-NB-MATIERES.
           OPEN INPUT MATIERES.
           IF WS-MAT-FILESTATUS = "00"
               PERFORM UNTIL WS-MAT-FILESTATUS NOT = "00"
                   READ MATIERES
                       AT END MOVE "10" TO WS-MAT-FILESTATUS
                       NOT AT END
                           IF WS-NB-MATIERES < 20
                               ADD 1 TO WS-NB-MATIERES
                               MOVE MAT-CODE TO
                                    WS-MAT-CODE(WS-NB-MATIERES)
                               MOVE MAT-LIBELLE TO
                                    WS-MAT-LIBELLE(WS-NB-MATIERES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATIERES
           ELSE
               DISPLAY "CATALOGUE MATIERES.TXT INTROUVABLE"
           END-IF.
           EXIT.
       FIN-CHARGER-MATIERES.

       CHARGER-AFFECTATIONS.
           MOVE ZERO TO WS-NB-AFF.
           OPEN INPUT AFFECTATIONS-FICHIER.
           IF WS-AFF-FILESTATUS = "00"
               PERFORM UNTIL WS-AFF-FILESTATUS NOT = "00"
                   READ AFFECTATIONS-FICHIER
                       AT END MOVE "10" TO WS-AFF-FILESTATUS
                       NOT AT END
                           IF WS-NB-AFF < 300
                               ADD 1 TO WS-NB-AFF
                               MOVE AFF-ENREG TO WS-AFF-IMAGE(WS-NB-AFF)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFFECTATIONS-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-AFFECTATIONS.

       SAUVER-AFFECTATIONS.
           OPEN OUTPUT AFFECTATIONS-FICHIER.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-AFF
               MOVE WS-AFF-IMAGE(WS-A) TO AFF-ENREG
               WRITE AFF-ENREG
           END-PERFORM.
           CLOSE AFFECTATIONS-FICHIER.
           EXIT.
       FIN-SAUVER-AFFECTATIONS.

       CHARGER-ETUDIANTS.
           MOVE ZERO TO WS-NB-ETD.
           OPEN INPUT ETUDIANT.
           IF WS-ETD-FILESTATUS = "00"
               PERFORM UNTIL WS-ETD-FILESTATUS NOT = "00"
                   READ ETUDIANT
                       AT END MOVE "10" TO WS-ETD-FILESTATUS
                       NOT AT END
                           IF WS-NB-ETD < 500
                               ADD 1 TO WS-NB-ETD
                               MOVE ETD-ID TO WS-ETD-ID(WS-NB-ETD)
                               MOVE ETD-CLASSE TO
                                    WS-ETD-CLASSE(WS-NB-ETD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ETUDIANT
           ELSE
               DISPLAY "FICHIER DES ETUDIANTS INTROUVABLE"
           END-IF.
           EXIT.
       FIN-CHARGER-ETUDIANTS.

       TRACER-AFFECTATION.
           MOVE SPACES TO WS-AUD-CLE.
           STRING WS-CODE-SAISI " " WS-CLASSE-SAISIE
               DELIMITED BY SIZE INTO WS-AUD-CLE
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-EMPLOYE-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.
           EXIT.
       FIN-TRACER-AFFECTATION.

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

       END PROGRAM MAJ-AFFECTATIONS.
