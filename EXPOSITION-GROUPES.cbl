       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPOSITION-GROUPES.
       AUTHOR.    MOHAMED.

      *    etat mensuel des engagements par client et par groupe de
      *    clients lies (registre GROUPES-CLIENTS.DAT tenu par
      *    MAJ-GROUPES), dans EXPOSITIONS-AAAAMM.TXT :
      *      - premiere partie : chaque groupe, son total puis le
      *        detail de chacun de ses membres ;
      *      - seconde partie : chaque client engage, groupe ou non.
      *    Les montants (capital restant des prets en cours,
      *    decouvert autorise et utilise, cautions donnees, moins les
      *    depots nantis) viennent de CALCULER-EXPOSITION, comme le
      *    controle fait a l'approbation des prets dans SAISIE-PRETS.
      *    Chaque engagement net est compare a la limite
      *    reglementaire de concentration, parametre
      *    LIMITE-CONCENTRATION (montant) : un depassement est marque
      *    *** DEPASSEMENT *** et compte. Sans ce parametre l'etat
      *    est produit sans comparaison.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GROUPES-FICHIER ASSIGN TO "GROUPES-CLIENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRC-FILESTATUS.

           SELECT CLIENT-MASTER ASSIGN TO "CLIENT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLM-MAT-CLT
               ALTERNATE RECORD KEY IS CLM-NOM-CLT WITH DUPLICATES
               FILE STATUS IS WS-CLT-FILESTATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO WS-RAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD  CLIENT-MASTER.
       COPY CLIENT-CPY.

       FD  RAPPORT-FICHIER.
       01  RAP-LIGNE           PIC X(200).

       WORKING-STORAGE SECTION.

       01  WS-GRC-FILESTATUS   PIC X(2).
       01  WS-CLT-FILESTATUS   PIC X(2).
       01  WS-RAP-FILESTATUS   PIC X(2).
       01  WS-RAP-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-MOIS-COURANT     PIC X(6).

       01  WS-PGM-PARAM        PIC X(20) VALUE "LIRE-PARAMETRE".
       01  WS-PARAM-CLE        PIC X(20).
       01  WS-PARAM-VALEUR     PIC 9(8)V9(4).
       01  WS-PARAM-TROUVE     PIC X(1).
       01  WS-LIMITE           PIC 9(12)V9(2) VALUE ZERO.

       01  WS-PGM-EXPOSITION   PIC X(20) VALUE "CALCULER-EXPOSITION".
       01  WS-EXP-PORTEE       PIC X(1).
       01  WS-EXP-CODE         PIC X(6).
      *    meme mise en forme que dans CALCULER-EXPOSITION.
       01  WS-EXPOSITION.
           05  WS-EXP-PRETS        PIC 9(12)V9(2).
           05  WS-EXP-DCV-AUTORISE PIC 9(12)V9(2).
           05  WS-EXP-DCV-UTILISE  PIC 9(12)V9(2).
           05  WS-EXP-GARANTIES    PIC 9(12)V9(2).
           05  WS-EXP-NANTIS       PIC 9(12)V9(2).
           05  WS-EXP-NET          PIC 9(12)V9(2).

      *    membres actifs, dans l'ordre du registre.
       01  WS-NB-MBR           PIC 9(4) VALUE ZERO.
       01  WS-TABLE-MBR.
         05 WS-MBR  OCCURS 1000 TIMES.
           10  WS-MBR-CODE     PIC X(6).
           10  WS-MBR-MAT      PIC X(6).
           10  WS-MBR-LIEN     PIC X(12).
           10  WS-MBR-LIBELLE  PIC X(30).

       01  WS-I                PIC 9(4).
       01  WS-J                PIC 9(4).
       01  WS-DEJA-VU          PIC X(1).
       01  WS-ENTETE           PIC X(30).
       01  WS-MARQUE           PIC X(20).

       01  WS-NB-GROUPES       PIC 9(4) VALUE ZERO.
       01  WS-NB-CLIENTS       PIC 9(5) VALUE ZERO.
       01  WS-NB-DEPASS-GRP    PIC 9(4) VALUE ZERO.
       01  WS-NB-DEPASS-CLT    PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-EXPOSITION-GROUPES.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           MOVE WS-AUJOURD-HUI(1:6) TO WS-MOIS-COURANT.
           MOVE "LIMITE-CONCENTRATION" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-LIMITE
           ELSE
               DISPLAY "PARAMETRE LIMITE-CONCENTRATION ABSENT, "
                       "ETAT SANS COMPARAISON"
           END-IF.

           PERFORM CHARGER-MEMBRES.

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLT-FILESTATUS NOT = "00"
               DISPLAY "FICHIER MAITRE DES CLIENTS INTROUVABLE"
               GOBACK
           END-IF.

           MOVE SPACES TO WS-RAP-FILE-PATH.
           STRING "EXPOSITIONS-" WS-MOIS-COURANT ".TXT"
               DELIMITED BY SIZE INTO WS-RAP-FILE-PATH
           END-STRING.
           OPEN OUTPUT RAPPORT-FICHIER.
           MOVE SPACES TO RAP-LIGNE.
           STRING "ENGAGEMENTS PAR CLIENT ET PAR GROUPE - MOIS "
                  WS-MOIS-COURANT " - LIMITE DE CONCENTRATION "
                  WS-LIMITE
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           MOVE SPACES TO RAP-LIGNE.
           STRING "NET = PRETS + MAX(AUTORISE, UTILISE) PAR COMPTE"
                  " + CAUTIONS - NANTIS"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.

           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE "=== GROUPES DE CLIENTS LIES ===" TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-MBR
               PERFORM EDITER-GROUPE
           END-PERFORM.
           IF WS-NB-GROUPES = 0
               MOVE "AUCUN GROUPE ENREGISTRE" TO RAP-LIGNE
               WRITE RAP-LIGNE
           END-IF.

           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE "=== CLIENTS ENGAGES ===" TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           PERFORM EDITER-CLIENTS.

           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE SPACES TO RAP-LIGNE.
           STRING "GROUPES " WS-NB-GROUPES
                  " DONT EN DEPASSEMENT " WS-NB-DEPASS-GRP
                  " - CLIENTS ENGAGES " WS-NB-CLIENTS
                  " DONT EN DEPASSEMENT " WS-NB-DEPASS-CLT
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           CLOSE RAPPORT-FICHIER.
           CLOSE CLIENT-MASTER.

           DISPLAY "====== ENGAGEMENTS PAR GROUPE ======".
           DISPLAY "GROUPES              : " WS-NB-GROUPES.
           DISPLAY "GROUPES AU-DELA      : " WS-NB-DEPASS-GRP.
           DISPLAY "CLIENTS ENGAGES      : " WS-NB-CLIENTS.
           DISPLAY "CLIENTS AU-DELA      : " WS-NB-DEPASS-CLT.
           DISPLAY "ETAT " WS-RAP-FILE-PATH.
           DISPLAY "====================================".
           GOBACK.

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
                               MOVE GRC-LIEN TO WS-MBR-LIEN(WS-NB-MBR)
                               MOVE GRC-LIBELLE
                                 TO WS-MBR-LIBELLE(WS-NB-MBR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GROUPES-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-MEMBRES.

      *    un groupe est edite a la premiere apparition de son code :
      *    total du groupe puis une ligne par membre.
       EDITER-GROUPE.
           MOVE "N" TO WS-DEJA-VU.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J >= WS-I
               IF WS-MBR-CODE(WS-J) = WS-MBR-CODE(WS-I)
                   MOVE "O" TO WS-DEJA-VU
               END-IF
           END-PERFORM.
           IF WS-DEJA-VU = "O"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NB-GROUPES.
           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE "G" TO WS-EXP-PORTEE.
           MOVE WS-MBR-CODE(WS-I) TO WS-EXP-CODE.
           CALL WS-PGM-EXPOSITION USING WS-EXP-PORTEE WS-EXP-CODE
                                         WS-EXPOSITION.
           PERFORM COMPARER-LIMITE.
           IF WS-MARQUE NOT = SPACES
               ADD 1 TO WS-NB-DEPASS-GRP
           END-IF.
           MOVE SPACES TO WS-ENTETE.
           STRING "GROUPE " WS-MBR-CODE(WS-I) " "
                  WS-MBR-LIBELLE(WS-I)
               DELIMITED BY SIZE INTO WS-ENTETE
           END-STRING.
           PERFORM ECRIRE-LIGNE.

           PERFORM VARYING WS-J FROM WS-I BY 1 UNTIL WS-J > WS-NB-MBR
               IF WS-MBR-CODE(WS-J) = WS-MBR-CODE(WS-I)
                   MOVE "C" TO WS-EXP-PORTEE
                   MOVE WS-MBR-MAT(WS-J) TO WS-EXP-CODE
                   CALL WS-PGM-EXPOSITION USING WS-EXP-PORTEE
                                     WS-EXP-CODE WS-EXPOSITION
                   PERFORM COMPARER-LIMITE
                   MOVE SPACES TO WS-ENTETE
                   STRING "  " WS-MBR-MAT(WS-J) " "
                          WS-MBR-LIEN(WS-J)
                       DELIMITED BY SIZE INTO WS-ENTETE
                   END-STRING
                   PERFORM ECRIRE-LIGNE
               END-IF
           END-PERFORM.
           EXIT.
       FIN-EDITER-GROUPE.

      *    tous les clients du fichier maitre portant un engagement.
       EDITER-CLIENTS.
           PERFORM UNTIL WS-CLT-FILESTATUS NOT = "00"
               READ CLIENT-MASTER NEXT RECORD
                   AT END MOVE "10" TO WS-CLT-FILESTATUS
                   NOT AT END
                       MOVE "C" TO WS-EXP-PORTEE
                       MOVE CLM-MAT-CLT TO WS-EXP-CODE
                       CALL WS-PGM-EXPOSITION USING WS-EXP-PORTEE
                                         WS-EXP-CODE WS-EXPOSITION
                       IF WS-EXP-PRETS > 0 OR WS-EXP-DCV-AUTORISE > 0
                          OR WS-EXP-DCV-UTILISE > 0
                          OR WS-EXP-GARANTIES > 0
                           ADD 1 TO WS-NB-CLIENTS
                           PERFORM COMPARER-LIMITE
                           IF WS-MARQUE NOT = SPACES
                               ADD 1 TO WS-NB-DEPASS-CLT
                           END-IF
                           MOVE SPACES TO WS-ENTETE
                           STRING CLM-MAT-CLT " " CLM-NOM-CLT
                               DELIMITED BY SIZE INTO WS-ENTETE
                           END-STRING
                           PERFORM ECRIRE-LIGNE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NB-CLIENTS = 0
               MOVE "AUCUN CLIENT ENGAGE" TO RAP-LIGNE
               WRITE RAP-LIGNE
           END-IF.
           EXIT.
       FIN-EDITER-CLIENTS.

       COMPARER-LIMITE.
           MOVE SPACES TO WS-MARQUE.
           IF WS-LIMITE > 0 AND WS-EXP-NET > WS-LIMITE
               MOVE "*** DEPASSEMENT ***" TO WS-MARQUE
           END-IF.
           EXIT.
       FIN-COMPARER-LIMITE.

       ECRIRE-LIGNE.
           MOVE SPACES TO RAP-LIGNE.
           STRING WS-ENTETE
                  " PRETS " WS-EXP-PRETS
                  " DCV AUT " WS-EXP-DCV-AUTORISE
                  " UTIL " WS-EXP-DCV-UTILISE
                  " CAUT " WS-EXP-GARANTIES
                  " NANTIS " WS-EXP-NANTIS
                  " NET " WS-EXP-NET
                  " " WS-MARQUE
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-ECRIRE-LIGNE.

       END PROGRAM EXPOSITION-GROUPES.
