       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEVE-ELECTRONIQUE.
       AUTHOR.    MOHAMED.

      *    releve electronique quotidien des clients abonnes
      *    (MAJ-ABONNEMENTS) : un fichier par client et par nuit,
      *    RELEVE-ELEC-<matricule>-AAAAMMJJ.STA au format MT940 ou
      *    .CSV, que le client charge dans son logiciel comptable au
      *    lieu de ressaisir le releve mensuel imprime. Pour chaque
      *    compte abonne : solde d'ouverture, chaque mouvement de la
      *    journee d'exploitation avec sa date de valeur
      *    (JRN-DATE-VALEUR), son numero de recu et son libelle
      *    (JRN-LIBELLE), puis le solde de cloture. Le solde de
      *    cloture est celui du fichier maitre en fin de chaine, le
      *    solde d'ouverture s'en deduit par le net des mouvements du
      *    jour, lus par la cle secondaire du journal sur le compte.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ABONNEMENTS-FICHIER ASSIGN TO
                                     "ABONNEMENTS-RELEVES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABO-FILESTATUS.

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

           SELECT RELEVE-FICHIER ASSIGN TO WS-REL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    meme mise en forme que dans MAJ-ABONNEMENTS.
       FD  ABONNEMENTS-FICHIER.
       01  ABO-ENREG.
           05  ABO-MAT-CLT        PIC X(6).
           05  FILLER             PIC X(1).
           05  ABO-NUM-CPT        PIC X(6).
           05  FILLER             PIC X(1).
           05  ABO-FORMAT         PIC X(5).
           05  FILLER             PIC X(1).
           05  ABO-DATE-DEBUT     PIC X(8).
           05  FILLER             PIC X(1).
           05  ABO-STATUT         PIC X(1).

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       FD  JOURNAL-OPERATIONS.
       COPY JOURNAL-CPY.

       FD  RELEVE-FICHIER.
       01  REL-LIGNE           PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-ABO-FILESTATUS   PIC X(2).
       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-JRN-FILESTATUS   PIC X(2).
       01  WS-REL-FILESTATUS   PIC X(2).
       01  WS-REL-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".

      *    abonnements actifs de la nuit.
       01  WS-NB-ABO           PIC 9(3) VALUE ZERO.
       01  WS-ABO-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-ABO.
         05 WS-ABO  OCCURS 500 TIMES.
           10  WS-ABO-MAT-CLT  PIC X(6).
           10  WS-ABO-NUM-CPT  PIC X(6).
           10  WS-ABO-FORMAT   PIC X(5).
           10  WS-ABO-FAIT     PIC X(1).
       01  WS-A                PIC 9(3).
       01  WS-B                PIC 9(3).

       01  WS-CLIENT-COURANT   PIC X(6).
       01  WS-FORMAT-COURANT   PIC X(5).
       01  WS-NB-FICHIERS      PIC 9(3) VALUE ZERO.
       01  WS-NB-COMPTES       PIC 9(4) VALUE ZERO.
       01  WS-NB-MOUVEMENTS    PIC 9(5) VALUE ZERO.

      *    soldes du compte courant : cloture = solde du maitre,
      *    ouverture = cloture moins le net du jour.
       01  WS-SOLDE-OUVERTURE  PIC S9(10)V9(2).
       01  WS-SOLDE-CLOTURE    PIC S9(10)V9(2).
       01  WS-MVT-NET          PIC S9(10)V9(2).
       01  WS-NB-MVT-CPT       PIC 9(5).

      *    zones de mise en forme : montant sans signe avec virgule
      *    decimale pour le MT940, signe en tete pour le CSV.
       01  WS-SOLDE-A-EDITER   PIC S9(10)V9(2).
       01  WS-SENS-SOLDE       PIC X(1).
       01  WS-MNT-MT940        PIC Z(11)9.99.
       01  WS-MNT-CSV          PIC -(11)9.99.
       01  WS-REFERENCE        PIC X(16).
       01  WS-NUM-RELEVE       PIC 9(3).
       01  WS-DATE-NUM         PIC 9(8).
       01  WS-DEBUT-ANNEE      PIC 9(8).
       01  WS-ETIQUETTE-SOLDE  PIC X(3).

       PROCEDURE DIVISION.

       MAIN-RELEVE-ELECTRONIQUE.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.

      *    numero de releve MT940 : quantieme de la date
      *    d'exploitation dans l'annee.
           MOVE WS-AUJOURD-HUI TO WS-DATE-NUM.
           MOVE WS-AUJOURD-HUI TO WS-DEBUT-ANNEE.
           MOVE "0101" TO WS-DEBUT-ANNEE(5:4).
           COMPUTE WS-NUM-RELEVE =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) -
               FUNCTION INTEGER-OF-DATE(WS-DEBUT-ANNEE) + 1.

           PERFORM CHARGER-ABONNEMENTS.
           IF WS-ABO-SURCHARGE = "O"
               DISPLAY "PLUS DE 500 ABONNEMENTS, LES SUIVANTS NE "
                       "RECOIVENT PAS DE RELEVE CETTE NUIT"
           END-IF.

           OPEN INPUT COMPTE-MASTER.
           OPEN INPUT JOURNAL-OPERATIONS.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-ABO
               IF WS-ABO-FAIT(WS-A) = "N"
                   MOVE WS-ABO-MAT-CLT(WS-A) TO WS-CLIENT-COURANT
                   MOVE WS-ABO-FORMAT(WS-A)  TO WS-FORMAT-COURANT
                   PERFORM EDITER-UN-CLIENT
               END-IF
           END-PERFORM.
           CLOSE JOURNAL-OPERATIONS.
           CLOSE COMPTE-MASTER.

           DISPLAY "====== RELEVES ELECTRONIQUES ======".
           DISPLAY "FICHIERS PRODUITS   : " WS-NB-FICHIERS.
           DISPLAY "COMPTES RELEVES     : " WS-NB-COMPTES.
           DISPLAY "MOUVEMENTS EXPORTES : " WS-NB-MOUVEMENTS.
           DISPLAY "===================================".
           GOBACK.

       CHARGER-ABONNEMENTS.
           OPEN INPUT ABONNEMENTS-FICHIER.
           IF WS-ABO-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ABO-FILESTATUS NOT = "00"
               READ ABONNEMENTS-FICHIER
                   AT END MOVE "10" TO WS-ABO-FILESTATUS
                   NOT AT END
                       IF ABO-STATUT = "A"
                           IF WS-NB-ABO < 500
                               ADD 1 TO WS-NB-ABO
                               MOVE ABO-MAT-CLT TO
                                    WS-ABO-MAT-CLT(WS-NB-ABO)
                               MOVE ABO-NUM-CPT TO
                                    WS-ABO-NUM-CPT(WS-NB-ABO)
                               MOVE ABO-FORMAT  TO
                                    WS-ABO-FORMAT(WS-NB-ABO)
                               MOVE "N" TO WS-ABO-FAIT(WS-NB-ABO)
                           ELSE
                               MOVE "O" TO WS-ABO-SURCHARGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ABONNEMENTS-FICHIER.
           EXIT.
       FIN-CHARGER-ABONNEMENTS.

      *    un fichier par client : tous ses comptes abonnes y
      *    passent, a la suite, dans le format du client.
       EDITER-UN-CLIENT.
           MOVE SPACES TO WS-REL-FILE-PATH.
           IF WS-FORMAT-COURANT = "CSV"
               STRING "RELEVE-ELEC-" WS-CLIENT-COURANT "-"
                      WS-AUJOURD-HUI ".CSV"
                   DELIMITED BY SIZE INTO WS-REL-FILE-PATH
               END-STRING
           ELSE
               STRING "RELEVE-ELEC-" WS-CLIENT-COURANT "-"
                      WS-AUJOURD-HUI ".STA"
                   DELIMITED BY SIZE INTO WS-REL-FILE-PATH
               END-STRING
           END-IF.
           OPEN OUTPUT RELEVE-FICHIER.
           IF WS-FORMAT-COURANT = "CSV"
               MOVE "TYPE;COMPTE;DATE;DATE VALEUR;RECU;SENS;MONTANT;DEV
      -             "ISE;LIBELLE" TO REL-LIGNE
               WRITE REL-LIGNE
           END-IF.
           ADD 1 TO WS-NB-FICHIERS.

           PERFORM VARYING WS-B FROM WS-A BY 1 UNTIL WS-B > WS-NB-ABO
               IF WS-ABO-MAT-CLT(WS-B) = WS-CLIENT-COURANT
                  AND WS-ABO-FAIT(WS-B) = "N"
                   MOVE "O" TO WS-ABO-FAIT(WS-B)
                   MOVE WS-ABO-NUM-CPT(WS-B) TO CPM-NUM-CPT
                   READ COMPTE-MASTER
                       INVALID KEY
                           DISPLAY "COMPTE ABONNE " CPM-NUM-CPT
                                   " INTROUVABLE, SANS RELEVE"
                       NOT INVALID KEY
                           PERFORM EDITER-UN-COMPTE
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE RELEVE-FICHIER.
           EXIT.
       FIN-EDITER-UN-CLIENT.

       EDITER-UN-COMPTE.
           ADD 1 TO WS-NB-COMPTES.
           PERFORM CALCULER-NET-JOUR.
           MOVE CPM-SOLDE-CPT TO WS-SOLDE-CLOTURE.
           COMPUTE WS-SOLDE-OUVERTURE =
                   WS-SOLDE-CLOTURE - WS-MVT-NET.

           IF WS-FORMAT-COURANT = "CSV"
               MOVE WS-SOLDE-OUVERTURE TO WS-MNT-CSV
               MOVE SPACES TO REL-LIGNE
               STRING "SOLDE OUVERTURE;" CPM-NUM-CPT ";"
                      WS-AUJOURD-HUI ";;;;"
                      FUNCTION TRIM(WS-MNT-CSV) ";"
                      CPM-DEVISE-CPT ";"
                   DELIMITED BY SIZE INTO REL-LIGNE
               END-STRING
               WRITE REL-LIGNE
           ELSE
               PERFORM ECRIRE-ENTETE-MT940
               MOVE "60F" TO WS-ETIQUETTE-SOLDE
               MOVE WS-SOLDE-OUVERTURE TO WS-SOLDE-A-EDITER
               PERFORM ECRIRE-SOLDE-MT940
           END-IF.

           PERFORM ECRIRE-MOUVEMENTS-JOUR.

           IF WS-FORMAT-COURANT = "CSV"
               MOVE WS-SOLDE-CLOTURE TO WS-MNT-CSV
               MOVE SPACES TO REL-LIGNE
               STRING "SOLDE CLOTURE;" CPM-NUM-CPT ";"
                      WS-AUJOURD-HUI ";;;;"
                      FUNCTION TRIM(WS-MNT-CSV) ";"
                      CPM-DEVISE-CPT ";"
                   DELIMITED BY SIZE INTO REL-LIGNE
               END-STRING
               WRITE REL-LIGNE
           ELSE
               MOVE "62F" TO WS-ETIQUETTE-SOLDE
               MOVE WS-SOLDE-CLOTURE TO WS-SOLDE-A-EDITER
               PERFORM ECRIRE-SOLDE-MT940
               MOVE "-" TO REL-LIGNE
               WRITE REL-LIGNE
           END-IF.
           EXIT.
       FIN-EDITER-UN-COMPTE.

      *    premiere passe sur les ecritures du jour du compte :
      *    net des credits moins debits.
       CALCULER-NET-JOUR.
           MOVE ZERO TO WS-MVT-NET.
           MOVE ZERO TO WS-NB-MVT-CPT.
           MOVE CPM-NUM-CPT TO JRN-NUM-CPT.
           START JOURNAL-OPERATIONS KEY IS = JRN-NUM-CPT
               INVALID KEY MOVE "23" TO WS-JRN-FILESTATUS
           END-START.
           PERFORM UNTIL WS-JRN-FILESTATUS NOT = "00"
               READ JOURNAL-OPERATIONS NEXT RECORD
                   AT END MOVE "10" TO WS-JRN-FILESTATUS
                   NOT AT END
                       IF JRN-NUM-CPT NOT = CPM-NUM-CPT
                           MOVE "10" TO WS-JRN-FILESTATUS
                       END-IF
                       IF JRN-NUM-CPT = CPM-NUM-CPT
                          AND JRN-DATE-OPE = WS-AUJOURD-HUI
                           ADD 1 TO WS-NB-MVT-CPT
                           IF JRN-SENS = "C"
                               ADD JRN-MONTANT TO WS-MVT-NET
                           END-IF
                           IF JRN-SENS = "D"
                               SUBTRACT JRN-MONTANT FROM WS-MVT-NET
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.
       FIN-CALCULER-NET-JOUR.

      *    seconde passe : une ligne par mouvement du jour.
       ECRIRE-MOUVEMENTS-JOUR.
           IF WS-NB-MVT-CPT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE CPM-NUM-CPT TO JRN-NUM-CPT.
           START JOURNAL-OPERATIONS KEY IS = JRN-NUM-CPT
               INVALID KEY MOVE "23" TO WS-JRN-FILESTATUS
           END-START.
           PERFORM UNTIL WS-JRN-FILESTATUS NOT = "00"
               READ JOURNAL-OPERATIONS NEXT RECORD
                   AT END MOVE "10" TO WS-JRN-FILESTATUS
                   NOT AT END
                       IF JRN-NUM-CPT NOT = CPM-NUM-CPT
                           MOVE "10" TO WS-JRN-FILESTATUS
                       END-IF
                       IF JRN-NUM-CPT = CPM-NUM-CPT
                          AND JRN-DATE-OPE = WS-AUJOURD-HUI
                           PERFORM ECRIRE-UN-MOUVEMENT
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.
       FIN-ECRIRE-MOUVEMENTS-JOUR.

       ECRIRE-UN-MOUVEMENT.
           ADD 1 TO WS-NB-MOUVEMENTS.
           IF WS-FORMAT-COURANT = "CSV"
               MOVE JRN-MONTANT TO WS-MNT-CSV
               MOVE SPACES TO REL-LIGNE
               STRING "MOUVEMENT;" CPM-NUM-CPT ";"
                      JRN-DATE-OPE ";" JRN-DATE-VALEUR ";"
                      JRN-NUM-SEQ ";" JRN-SENS ";"
                      FUNCTION TRIM(WS-MNT-CSV) ";"
                      JRN-DEVISE ";" JRN-LIBELLE
                   DELIMITED BY SIZE INTO REL-LIGNE
               END-STRING
               WRITE REL-LIGNE
               EXIT PARAGRAPH
           END-IF.

      *    :61: date de valeur AAMMJJ, date de pose MMJJ, sens,
      *    montant, type NTRF et numero de recu en reference ; :86:
      *    le libelle de l'ecriture.
           MOVE JRN-MONTANT TO WS-MNT-MT940.
           INSPECT WS-MNT-MT940 REPLACING ALL "." BY ",".
           MOVE SPACES TO REL-LIGNE.
           STRING ":61:" JRN-DATE-VALEUR(3:6) JRN-DATE-OPE(5:4)
                  JRN-SENS FUNCTION TRIM(WS-MNT-MT940)
                  "NTRF" JRN-NUM-SEQ
               DELIMITED BY SIZE INTO REL-LIGNE
           END-STRING.
           WRITE REL-LIGNE.
           MOVE SPACES TO REL-LIGNE.
           STRING ":86:" JRN-LIBELLE
               DELIMITED BY SIZE INTO REL-LIGNE
           END-STRING.
           WRITE REL-LIGNE.
           EXIT.
       FIN-ECRIRE-UN-MOUVEMENT.

       ECRIRE-ENTETE-MT940.
           MOVE SPACES TO WS-REFERENCE.
           STRING "REL" WS-AUJOURD-HUI CPM-NUM-CPT(2:5)
               DELIMITED BY SIZE INTO WS-REFERENCE
           END-STRING.
           MOVE SPACES TO REL-LIGNE.
           STRING ":20:" WS-REFERENCE
               DELIMITED BY SIZE INTO REL-LIGNE
           END-STRING.
           WRITE REL-LIGNE.
           MOVE SPACES TO REL-LIGNE.
           STRING ":25:" CPM-AGENCE "/" CPM-NUM-CPT
               DELIMITED BY SIZE INTO REL-LIGNE
           END-STRING.
           WRITE REL-LIGNE.
           MOVE SPACES TO REL-LIGNE.
           STRING ":28C:" WS-NUM-RELEVE
               DELIMITED BY SIZE INTO REL-LIGNE
           END-STRING.
           WRITE REL-LIGNE.
           EXIT.
       FIN-ECRIRE-ENTETE-MT940.

      *    :60F: / :62F: sens C ou D, date AAMMJJ, devise, montant.
       ECRIRE-SOLDE-MT940.
           IF WS-SOLDE-A-EDITER < 0
               MOVE "D" TO WS-SENS-SOLDE
           ELSE
               MOVE "C" TO WS-SENS-SOLDE
           END-IF.
           MOVE WS-SOLDE-A-EDITER TO WS-MNT-MT940.
           INSPECT WS-MNT-MT940 REPLACING ALL "." BY ",".
           MOVE SPACES TO REL-LIGNE.
           STRING ":" WS-ETIQUETTE-SOLDE ":" WS-SENS-SOLDE
                  WS-AUJOURD-HUI(3:6) CPM-DEVISE-CPT
                  FUNCTION TRIM(WS-MNT-MT940)
               DELIMITED BY SIZE INTO REL-LIGNE
           END-STRING.
           WRITE REL-LIGNE.
           EXIT.
       FIN-ECRIRE-SOLDE-MT940.

       END PROGRAM RELEVE-ELECTRONIQUE.
