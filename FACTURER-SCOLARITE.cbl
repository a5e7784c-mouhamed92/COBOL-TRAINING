       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURER-SCOLARITE.
       AUTHOR.    MOHAMED.

      *    facturation des frais de scolarite (chaine BATCH-JOUR, de
      *    nuit) : chaque ligne du bareme (BAREME-SCOLARITE.DAT, tenu
      *    depuis FILE-HND) porte une classe, un trimestre, un montant
      *    et sa date de facturation. Des que cette date est atteinte,
      *    chaque etudiant de la classe rattache a un compte payeur
      *    recoit sa facture (FACTURES-SCOLARITE.DAT), presentee au
      *    prelevement dans PRELEVEMENTS-ENTRANTS.DAT sous le code
      *    creancier ECOLE : PRELEVEMENTS la debite sur mandat actif,
      *    credite le compte de l'ecole (parametre COMPTE-ECOLE) et
      *    solde la facture, ou la retourne impayee. Une facture
      *    impayee est representee une fois par mois. Les frais
      *    restant dus sont listes par classe dans
      *    SCOLARITE-IMPAYES-AAAAMMJJ.TXT ; le bulletin du trimestre
      *    de FILE-HND signale l'etudiant qui en doit.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ETUDIANT ASSIGN TO WS-ETD-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETD-FILESTATUS.

           SELECT BAREME-FICHIER ASSIGN TO "BAREME-SCOLARITE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BSC-FILESTATUS.

           SELECT FACTURES-FICHIER ASSIGN TO "FACTURES-SCOLARITE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSC-FILESTATUS.

           SELECT PRELEVEMENTS-ENTRANTS ASSIGN TO
                                        "PRELEVEMENTS-ENTRANTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRE-FILESTATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO WS-RAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

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

      *    meme mise en forme que dans FILE-HND.
       FD  BAREME-FICHIER.
       01  BSC-ENREG.
           05  BSC-CLASSE      PIC X(6).
           05  FILLER          PIC X(1).
           05  BSC-TRIMESTRE   PIC X(6).
           05  FILLER          PIC X(1).
           05  BSC-MONTANT     PIC 9(7)V9(2).
           05  FILLER          PIC X(1).
           05  BSC-DATE-FACTURATION PIC X(8).

      *    FSC-STATUT : E = presentee au prelevement, P = payee,
      *    I = impayee (retournee par PRELEVEMENTS).
       FD  FACTURES-FICHIER.
       01  FSC-ENREG.
           05  FSC-ETD-ID      PIC X(10).
           05  FILLER          PIC X(1).
           05  FSC-TRIMESTRE   PIC X(6).
           05  FILLER          PIC X(1).
           05  FSC-CLASSE      PIC X(6).
           05  FILLER          PIC X(1).
           05  FSC-NUM-CPT     PIC X(6).
           05  FILLER          PIC X(1).
           05  FSC-MONTANT     PIC 9(7)V9(2).
           05  FILLER          PIC X(1).
           05  FSC-DATE-EMISSION PIC X(8).
           05  FILLER          PIC X(1).
           05  FSC-DATE-PRESENTATION PIC X(8).
           05  FILLER          PIC X(1).
           05  FSC-DATE-REGLEMENT PIC X(8).
           05  FILLER          PIC X(1).
           05  FSC-STATUT      PIC X(1).

      *    meme mise en forme que dans PRELEVEMENTS.
       FD  PRELEVEMENTS-ENTRANTS.
       01  PRE-ENREG.
           05  PRE-CODE-CREANCIER PIC X(5).
           05  PRE-NUM-CPT        PIC X(6).
           05  PRE-MONTANT        PIC 9(10)V9(2).
           05  PRE-LIBELLE        PIC X(30).
       01  PRE-TRAILER REDEFINES PRE-ENREG.
           05  PRE-TRL-MARQUE  PIC X(5).
           05  PRE-TRL-NOMBRE  PIC 9(4).
           05  PRE-TRL-TOTAL   PIC 9(12)V9(2).
           05  FILLER          PIC X(30).

       FD  RAPPORT-FICHIER.
       01  RAP-LIGNE           PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-ETD-FILE-PATH    PIC X(100).
       01  WS-ETD-FILESTATUS   PIC X(2).
       01  WS-BSC-FILESTATUS   PIC X(2).
       01  WS-FSC-FILESTATUS   PIC X(2).
       01  WS-PRE-FILESTATUS   PIC X(2).
       01  WS-RAP-FILESTATUS   PIC X(2).
       01  WS-RAP-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".

      *    code creancier de l'ecole au circuit des prelevements,
      *    le meme que dans PRELEVEMENTS.
       01  WS-CREANCIER-ECOLE  PIC X(5) VALUE "ECOLE".

       01  WS-NB-BSC           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-BSC.
         05 WS-BSC  OCCURS 100 TIMES.
           10  WS-BSC-IMAGE    PIC X(32).
       01  WS-B                PIC 9(3).

       01  WS-NB-FSC           PIC 9(4) VALUE ZERO.
       01  WS-FSC-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-FSC.
         05 WS-FSC  OCCURS 2000 TIMES.
           10  WS-FSC-IMAGE    PIC X(70).
       01  WS-F                PIC 9(4).
       01  WS-FSC-TROUVEE      PIC 9(4).

      *    fichier de prelevements en attente : les echeances deja
      *    deposees par les creanciers sont gardees, celles de l'ecole
      *    s'y ajoutent et la ligne de controle est refaite.
       01  WS-NB-PRE           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-PRE.
         05 WS-PRE  OCCURS 999 TIMES.
           10  WS-PRE-IMAGE    PIC X(53).
       01  WS-P                PIC 9(3).
       01  WS-PRE-TOTAL        PIC 9(12)V9(2) VALUE ZERO.
       01  WS-TRL-NOMBRE       PIC 9(4) VALUE ZERO.
       01  WS-TRL-TOTAL        PIC 9(12)V9(2) VALUE ZERO.
       01  WS-TRAILER-VU       PIC X(1) VALUE "N".
       01  WS-ENTRANTS-OK      PIC X(1) VALUE "O".
       01  WS-NB-PRESENTEES    PIC 9(4) VALUE ZERO.

      *    etat des impayes par classe.
       01  WS-NB-CLASSES       PIC 9(3) VALUE ZERO.
       01  WS-TABLE-CLASSES.
         05 WS-CLASSE  OCCURS 100 TIMES.
           10  WS-CLASSE-CODE  PIC X(6).
       01  WS-K                PIC 9(3).
       01  WS-CLASSE-VUE       PIC X(1).
       01  WS-NB-IMPAYES-CLASSE PIC 9(4).
       01  WS-TOTAL-CLASSE     PIC 9(9)V9(2).
       01  WS-TOTAL-IMPAYES    PIC 9(9)V9(2) VALUE ZERO.
       01  WS-LIBELLE-STATUT   PIC X(16).

       01  WS-NB-FACTUREES     PIC 9(4) VALUE ZERO.
       01  WS-NB-REPRESENTEES  PIC 9(4) VALUE ZERO.
       01  WS-NB-SANS-PAYEUR   PIC 9(4) VALUE ZERO.
       01  WS-NB-IMPAYEES      PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-FACTURER-SCOLARITE.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           ACCEPT WS-ETD-FILE-PATH FROM ENVIRONMENT "ETUDFILE".
           IF WS-ETD-FILE-PATH = SPACES
               MOVE "ETUDIANTS.TXT" TO WS-ETD-FILE-PATH
           END-IF.

           PERFORM CHARGER-BAREME.
           PERFORM CHARGER-FACTURES.
           IF WS-FSC-SURCHARGE = "O"
               DISPLAY "PLUS DE 2000 FACTURES DE SCOLARITE, "
                       "FACTURATION NON FAITE"
               GOBACK
           END-IF.
           PERFORM CHARGER-ENTRANTS.

           MOVE SPACES TO WS-RAP-FILE-PATH.
           STRING "SCOLARITE-IMPAYES-" WS-AUJOURD-HUI ".TXT"
               DELIMITED BY SIZE INTO WS-RAP-FILE-PATH
           END-STRING.
           OPEN OUTPUT RAPPORT-FICHIER.
           MOVE SPACES TO RAP-LIGNE.
           STRING "FRAIS DE SCOLARITE RESTANT DUS AU " WS-AUJOURD-HUI
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.

      *    un fichier de prelevements en attente qui ne s'equilibre
      *    pas n'est pas touche : la facturation attend la nuit
      *    suivante, l'etat des impayes sort quand meme.
           IF WS-ENTRANTS-OK = "O" AND WS-NB-BSC > 0
               PERFORM FACTURER-LES-ETUDIANTS
               PERFORM REPRESENTER-IMPAYEES
               IF WS-NB-PRESENTEES > 0
                   PERFORM SAUVER-FACTURES
                   PERFORM ECRIRE-ENTRANTS
               END-IF
           END-IF.

           PERFORM EDITER-IMPAYES.
           CLOSE RAPPORT-FICHIER.

           DISPLAY "======= FRAIS DE SCOLARITE =======".
           DISPLAY "FACTURES EMISES        : " WS-NB-FACTUREES.
           DISPLAY "IMPAYEES REPRESENTEES  : " WS-NB-REPRESENTEES.
           DISPLAY "SANS COMPTE PAYEUR     : " WS-NB-SANS-PAYEUR.
           DISPLAY "FACTURES IMPAYEES      : " WS-NB-IMPAYEES.
           DISPLAY "TOTAL RESTANT DU       : " WS-TOTAL-IMPAYES.
           DISPLAY "RAPPORT DANS " WS-RAP-FILE-PATH.
           DISPLAY "==================================".
           GOBACK.

       CHARGER-BAREME.
           MOVE ZERO TO WS-NB-BSC.
           OPEN INPUT BAREME-FICHIER.
           IF WS-BSC-FILESTATUS = "00"
               PERFORM UNTIL WS-BSC-FILESTATUS NOT = "00"
                   READ BAREME-FICHIER
                       AT END MOVE "10" TO WS-BSC-FILESTATUS
                       NOT AT END
                           IF WS-NB-BSC < 100
                               ADD 1 TO WS-NB-BSC
                               MOVE BSC-ENREG TO WS-BSC-IMAGE(WS-NB-BSC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BAREME-FICHIER
           ELSE
               DISPLAY "BAREME-SCOLARITE.DAT ABSENT, RIEN A FACTURER"
           END-IF.
           EXIT.
       FIN-CHARGER-BAREME.

       CHARGER-FACTURES.
           MOVE ZERO TO WS-NB-FSC.
           OPEN INPUT FACTURES-FICHIER.
           IF WS-FSC-FILESTATUS = "00"
               PERFORM UNTIL WS-FSC-FILESTATUS NOT = "00"
                   READ FACTURES-FICHIER
                       AT END MOVE "10" TO WS-FSC-FILESTATUS
                       NOT AT END
                           IF WS-NB-FSC < 2000
                               ADD 1 TO WS-NB-FSC
                               MOVE FSC-ENREG TO WS-FSC-IMAGE(WS-NB-FSC)
                           ELSE
                               MOVE "O" TO WS-FSC-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURES-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-FACTURES.

      *    relit le fichier de prelevements en attente et le controle
      *    contre sa ligne 99999, comme le fera PRELEVEMENTS.
       CHARGER-ENTRANTS.
           MOVE ZERO TO WS-NB-PRE.
           MOVE ZERO TO WS-PRE-TOTAL.
           OPEN INPUT PRELEVEMENTS-ENTRANTS.
           IF WS-PRE-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PRE-FILESTATUS NOT = "00"
               READ PRELEVEMENTS-ENTRANTS
                   AT END MOVE "10" TO WS-PRE-FILESTATUS
                   NOT AT END
                       IF PRE-TRL-MARQUE = "99999"
                           MOVE "O" TO WS-TRAILER-VU
                           MOVE PRE-TRL-NOMBRE TO WS-TRL-NOMBRE
                           MOVE PRE-TRL-TOTAL  TO WS-TRL-TOTAL
                       ELSE
                           IF WS-NB-PRE < 999
                               ADD 1 TO WS-NB-PRE
                               MOVE PRE-ENREG TO WS-PRE-IMAGE(WS-NB-PRE)
                               ADD PRE-MONTANT TO WS-PRE-TOTAL
                           ELSE
                               MOVE "N" TO WS-ENTRANTS-OK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRELEVEMENTS-ENTRANTS.
           IF WS-NB-PRE > 0
               IF WS-TRAILER-VU = "N"
                  OR WS-TRL-NOMBRE NOT = WS-NB-PRE
                  OR WS-TRL-TOTAL NOT = WS-PRE-TOTAL
                   MOVE "N" TO WS-ENTRANTS-OK
               END-IF
           END-IF.
           IF WS-ENTRANTS-OK = "N"
               DISPLAY "PRELEVEMENTS-ENTRANTS.DAT EN ATTENTE NON "
                       "EQUILIBRE, FACTURATION REPORTEE"
           END-IF.
           EXIT.
       FIN-CHARGER-ENTRANTS.

       FACTURER-LES-ETUDIANTS.
           OPEN INPUT ETUDIANT.
           IF WS-ETD-FILESTATUS NOT = "00"
               DISPLAY "FICHIER DES ETUDIANTS INTROUVABLE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ETD-FILESTATUS NOT = "00"
               READ ETUDIANT
                   AT END MOVE "10" TO WS-ETD-FILESTATUS
                   NOT AT END
                       IF ETD-CLASSE NOT = SPACES
                           PERFORM FACTURER-UN-ETUDIANT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ETUDIANT.
           EXIT.
       FIN-FACTURER-LES-ETUDIANTS.

      *    une facture par ligne de bareme echue de la classe, jamais
      *    deux pour le meme etudiant et le meme trimestre.
       FACTURER-UN-ETUDIANT.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-NB-BSC
               MOVE WS-BSC-IMAGE(WS-B) TO BSC-ENREG
               IF BSC-CLASSE = ETD-CLASSE
                  AND BSC-DATE-FACTURATION NOT > WS-AUJOURD-HUI
                   PERFORM CHERCHER-FACTURE
                   IF WS-FSC-TROUVEE = 0
                       PERFORM EMETTRE-FACTURE
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
       FIN-FACTURER-UN-ETUDIANT.

       CHERCHER-FACTURE.
           MOVE ZERO TO WS-FSC-TROUVEE.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-NB-FSC
               MOVE WS-FSC-IMAGE(WS-F) TO FSC-ENREG
               IF FSC-ETD-ID = ETD-ID
                  AND FSC-TRIMESTRE = BSC-TRIMESTRE
                   MOVE WS-F TO WS-FSC-TROUVEE
               END-IF
           END-PERFORM.
           EXIT.
       FIN-CHERCHER-FACTURE.

       EMETTRE-FACTURE.
           IF ETD-CPT-PAYEUR = SPACES
               ADD 1 TO WS-NB-SANS-PAYEUR
               MOVE SPACES TO RAP-LIGNE
               STRING "SANS COMPTE PAYEUR, NON FACTURE : " ETD-ID " "
                      ETD-NAME " CLASSE " ETD-CLASSE " TRIMESTRE "
                      BSC-TRIMESTRE
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-FSC NOT < 2000 OR WS-NB-PRE NOT < 999
               DISPLAY "TABLES PLEINES, FACTURE " ETD-ID " "
                       BSC-TRIMESTRE " REPORTEE"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES         TO FSC-ENREG.
           MOVE ETD-ID         TO FSC-ETD-ID.
           MOVE BSC-TRIMESTRE  TO FSC-TRIMESTRE.
           MOVE ETD-CLASSE     TO FSC-CLASSE.
           MOVE ETD-CPT-PAYEUR TO FSC-NUM-CPT.
           MOVE BSC-MONTANT    TO FSC-MONTANT.
           MOVE WS-AUJOURD-HUI TO FSC-DATE-EMISSION.
           ADD 1 TO WS-NB-FSC.
           MOVE WS-NB-FSC TO WS-F.
           PERFORM PRESENTER-FACTURE.
           ADD 1 TO WS-NB-FACTUREES.
           EXIT.
       FIN-EMETTRE-FACTURE.

      *    une facture retournee impayee repasse au prelevement au
      *    plus une fois par mois.
       REPRESENTER-IMPAYEES.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-NB-FSC
               MOVE WS-FSC-IMAGE(WS-F) TO FSC-ENREG
               IF FSC-STATUT = "I"
                  AND FSC-DATE-PRESENTATION(1:6) < WS-AUJOURD-HUI(1:6)
                  AND FSC-NUM-CPT NOT = SPACES
                  AND WS-NB-PRE < 999
                   PERFORM PRESENTER-FACTURE
                   ADD 1 TO WS-NB-REPRESENTEES
               END-IF
           END-PERFORM.
           EXIT.
       FIN-REPRESENTER-IMPAYEES.

      *    facture du buffer (rang WS-F) passee au circuit : le
      *    libelle porte l'etudiant et le trimestre, c'est par lui
      *    que PRELEVEMENTS retrouve la facture a solder.
       PRESENTER-FACTURE.
           MOVE WS-AUJOURD-HUI TO FSC-DATE-PRESENTATION.
           MOVE "E"            TO FSC-STATUT.
           MOVE FSC-ENREG      TO WS-FSC-IMAGE(WS-F).

           MOVE SPACES              TO PRE-ENREG.
           MOVE WS-CREANCIER-ECOLE  TO PRE-CODE-CREANCIER.
           MOVE FSC-NUM-CPT         TO PRE-NUM-CPT.
           MOVE FSC-MONTANT         TO PRE-MONTANT.
           STRING "SCOLARITE " FSC-ETD-ID " " FSC-TRIMESTRE
               DELIMITED BY SIZE INTO PRE-LIBELLE
           END-STRING.
           ADD 1 TO WS-NB-PRE.
           MOVE PRE-ENREG TO WS-PRE-IMAGE(WS-NB-PRE).
           ADD PRE-MONTANT TO WS-PRE-TOTAL.
           ADD 1 TO WS-NB-PRESENTEES.
           EXIT.
       FIN-PRESENTER-FACTURE.

       SAUVER-FACTURES.
           OPEN OUTPUT FACTURES-FICHIER.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-NB-FSC
               MOVE WS-FSC-IMAGE(WS-F) TO FSC-ENREG
               WRITE FSC-ENREG
           END-PERFORM.
           CLOSE FACTURES-FICHIER.
           EXIT.
       FIN-SAUVER-FACTURES.

      *    echeances en attente puis celles de l'ecole, et une ligne
      *    de controle refaite sur l'ensemble.
       ECRIRE-ENTRANTS.
           OPEN OUTPUT PRELEVEMENTS-ENTRANTS.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NB-PRE
               MOVE WS-PRE-IMAGE(WS-P) TO PRE-ENREG
               WRITE PRE-ENREG
           END-PERFORM.
           MOVE SPACES       TO PRE-TRAILER.
           MOVE "99999"      TO PRE-TRL-MARQUE.
           MOVE WS-NB-PRE    TO PRE-TRL-NOMBRE.
           MOVE WS-PRE-TOTAL TO PRE-TRL-TOTAL.
           WRITE PRE-ENREG.
           CLOSE PRELEVEMENTS-ENTRANTS.
           EXIT.
       FIN-ECRIRE-ENTRANTS.

      *    frais restant dus (factures en cours de prelevement ou
      *    retournees impayees), classe par classe.
       EDITER-IMPAYES.
           MOVE ZERO TO WS-NB-CLASSES.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-NB-FSC
               MOVE WS-FSC-IMAGE(WS-F) TO FSC-ENREG
               IF FSC-STATUT NOT = "P"
                   PERFORM NOTER-CLASSE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-CLASSES
               PERFORM EDITER-UNE-CLASSE
           END-PERFORM.
           MOVE SPACES TO RAP-LIGNE.
           STRING "TOTAL GENERAL RESTANT DU : " WS-TOTAL-IMPAYES
                  " DONT " WS-NB-IMPAYEES " FACTURE(S) IMPAYEE(S)"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-EDITER-IMPAYES.

       NOTER-CLASSE.
           MOVE "N" TO WS-CLASSE-VUE.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-CLASSES
               IF WS-CLASSE-CODE(WS-K) = FSC-CLASSE
                   MOVE "O" TO WS-CLASSE-VUE
               END-IF
           END-PERFORM.
           IF WS-CLASSE-VUE = "N" AND WS-NB-CLASSES < 100
               ADD 1 TO WS-NB-CLASSES
               MOVE FSC-CLASSE TO WS-CLASSE-CODE(WS-NB-CLASSES)
           END-IF.
           EXIT.
       FIN-NOTER-CLASSE.

       EDITER-UNE-CLASSE.
           MOVE ZERO TO WS-NB-IMPAYES-CLASSE.
           MOVE ZERO TO WS-TOTAL-CLASSE.
           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE SPACES TO RAP-LIGNE.
           STRING "CLASSE " WS-CLASSE-CODE(WS-K)
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-NB-FSC
               MOVE WS-FSC-IMAGE(WS-F) TO FSC-ENREG
               IF FSC-CLASSE = WS-CLASSE-CODE(WS-K)
                  AND FSC-STATUT NOT = "P"
                   PERFORM EDITER-UNE-FACTURE
               END-IF
           END-PERFORM.
           MOVE SPACES TO RAP-LIGNE.
           STRING "  TOTAL CLASSE " WS-CLASSE-CODE(WS-K) " : "
                  WS-NB-IMPAYES-CLASSE " FACTURE(S) POUR "
                  WS-TOTAL-CLASSE
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-EDITER-UNE-CLASSE.

       EDITER-UNE-FACTURE.
           IF FSC-STATUT = "I"
               MOVE "IMPAYEE" TO WS-LIBELLE-STATUT
               ADD 1 TO WS-NB-IMPAYEES
           ELSE
               MOVE "EN PRELEVEMENT" TO WS-LIBELLE-STATUT
           END-IF.
           ADD 1 TO WS-NB-IMPAYES-CLASSE.
           ADD FSC-MONTANT TO WS-TOTAL-CLASSE.
           ADD FSC-MONTANT TO WS-TOTAL-IMPAYES.
           MOVE SPACES TO RAP-LIGNE.
           STRING "  " FSC-ETD-ID " " FSC-TRIMESTRE
                  " COMPTE " FSC-NUM-CPT " MONTANT " FSC-MONTANT
                  " EMISE LE " FSC-DATE-EMISSION
                  " PRESENTEE LE " FSC-DATE-PRESENTATION
                  " " WS-LIBELLE-STATUT
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-EDITER-UNE-FACTURE.

       END PROGRAM FACTURER-SCOLARITE.
