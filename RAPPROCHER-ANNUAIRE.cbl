       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPROCHER-ANNUAIRE.
       AUTHOR.    MOHAMED.

      *    rapprochement de nuit (chaine BATCH-JOUR) des numeros de
      *    l'annuaire (Annuaire-2) avec le telephone de la fiche
      *    client : la maintenance de BANQUE-CLT change CLM-TEL-CLT
      *    sans toucher l'annuaire, et le personnel appelle des
      *    numeros morts. Pour chaque contact lie par ANN-MAT :
      *      - ECART      : la fiche porte un telephone qu'aucun des
      *                     trois numeros du contact ne reprend ;
      *      - SANS TEL   : la fiche n'a pas de telephone, le numero
      *                     de l'annuaire pourrait servir ;
      *      - ORPHELIN   : le matricule n'existe plus au fichier
      *                     client.
      *    Liste dans RAPPROCHEMENT-ANNUAIRE-AAAAMMJJ.TXT ; les
      *    corrections confirmees s'appliquent dans un sens ou dans
      *    l'autre depuis le menu d'Annuaire-2 (choix 8).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ANNUAIRE-FICHIER ASSIGN TO WS-ANN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANN-FILESTATUS.

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

      *    meme mise en forme que dans Annuaire-2.
       FD  ANNUAIRE-FICHIER.
       01  ANNUAIRE-ENREG.
           05  ANN-NOM  PIC X(20).
           05  ANN-TELS OCCURS 3 TIMES.
               10  ANN-TEL-TYPE PIC X(6).
               10  ANN-TEL      PIC X(15).
           05  ANN-MAT  PIC X(6).

       FD  CLIENT-MASTER.
       COPY CLIENT-CPY.

       FD  RAPPORT-FICHIER.
       01  RAP-LIGNE           PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-ANN-FILE-PATH    PIC X(100).
       01  WS-ANN-FILESTATUS   PIC X(2).
       01  WS-CLT-FILESTATUS   PIC X(2).
       01  WS-RAP-FILESTATUS   PIC X(2).
       01  WS-RAP-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".

       01  WS-T                PIC 9(1).
       01  WS-TEL-TROUVE       PIC X(1).
       01  WS-NB-TELS          PIC 9(1).

       01  WS-NB-LIES          PIC 9(5) VALUE ZERO.
       01  WS-NB-ECARTS        PIC 9(5) VALUE ZERO.
       01  WS-NB-SANS-TEL      PIC 9(5) VALUE ZERO.
       01  WS-NB-ORPHELINS     PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-RAPPROCHER-ANNUAIRE.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           ACCEPT WS-ANN-FILE-PATH FROM ENVIRONMENT "ANNUAIREFILE".
           IF WS-ANN-FILE-PATH = SPACES
               MOVE "ANNUAIRE.TXT" TO WS-ANN-FILE-PATH
           END-IF.

           OPEN INPUT ANNUAIRE-FICHIER.
           IF WS-ANN-FILESTATUS NOT = "00"
               DISPLAY "ANNUAIRE ABSENT, RIEN A RAPPROCHER"
               GOBACK
           END-IF.
           OPEN INPUT CLIENT-MASTER.
           IF WS-CLT-FILESTATUS NOT = "00"
               DISPLAY "CLIENT-MASTER.DAT INDISPONIBLE, STATUT "
                       WS-CLT-FILESTATUS
               CLOSE ANNUAIRE-FICHIER
               GOBACK
           END-IF.

           MOVE SPACES TO WS-RAP-FILE-PATH.
           STRING "RAPPROCHEMENT-ANNUAIRE-" WS-AUJOURD-HUI ".TXT"
               DELIMITED BY SIZE INTO WS-RAP-FILE-PATH
           END-STRING.
           OPEN OUTPUT RAPPORT-FICHIER.
           MOVE SPACES TO RAP-LIGNE.
           STRING "RAPPROCHEMENT ANNUAIRE / FICHIER CLIENT DU "
                  WS-AUJOURD-HUI
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.

           PERFORM UNTIL WS-ANN-FILESTATUS NOT = "00"
               READ ANNUAIRE-FICHIER
                   AT END MOVE "10" TO WS-ANN-FILESTATUS
                   NOT AT END
                       IF ANN-MAT NOT = SPACES
                           PERFORM RAPPROCHER-CONTACT
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO RAP-LIGNE.
           STRING "TOTAL : " WS-NB-LIES " CONTACT(S) LIE(S), "
                  WS-NB-ECARTS " ECART(S), " WS-NB-SANS-TEL
                  " FICHE(S) SANS TELEPHONE, " WS-NB-ORPHELINS
                  " MATRICULE(S) INEXISTANT(S)"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           CLOSE RAPPORT-FICHIER.
           CLOSE CLIENT-MASTER.
           CLOSE ANNUAIRE-FICHIER.

           DISPLAY "====== RAPPROCHEMENT DE L'ANNUAIRE ======".
           DISPLAY "CONTACTS LIES          : " WS-NB-LIES.
           DISPLAY "ECARTS DE TELEPHONE    : " WS-NB-ECARTS.
           DISPLAY "FICHES SANS TELEPHONE  : " WS-NB-SANS-TEL.
           DISPLAY "MATRICULES INEXISTANTS : " WS-NB-ORPHELINS.
           DISPLAY "RAPPORT DANS " WS-RAP-FILE-PATH.
           DISPLAY "=========================================".
           GOBACK.

       RAPPROCHER-CONTACT.
           ADD 1 TO WS-NB-LIES.
           MOVE ANN-MAT TO CLM-MAT-CLT.
           READ CLIENT-MASTER
               INVALID KEY
                   ADD 1 TO WS-NB-ORPHELINS
                   MOVE SPACES TO RAP-LIGNE
                   STRING "ORPHELIN  " ANN-NOM " MATRICULE " ANN-MAT
                          " INEXISTANT AU FICHIER CLIENT"
                       DELIMITED BY SIZE INTO RAP-LIGNE
                   END-STRING
                   WRITE RAP-LIGNE
                   EXIT PARAGRAPH
           END-READ.

           MOVE "N" TO WS-TEL-TROUVE.
           MOVE ZERO TO WS-NB-TELS.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3
               IF ANN-TEL(WS-T) NOT = SPACES
                   ADD 1 TO WS-NB-TELS
                   IF ANN-TEL(WS-T) = CLM-TEL-CLT
                       MOVE "O" TO WS-TEL-TROUVE
                   END-IF
               END-IF
           END-PERFORM.

           IF CLM-TEL-CLT = SPACES
               IF WS-NB-TELS > 0
                   ADD 1 TO WS-NB-SANS-TEL
                   MOVE SPACES TO RAP-LIGNE
                   STRING "SANS TEL  " ANN-NOM " MATRICULE " ANN-MAT
                          " " CLM-NOM-CLT " SANS TELEPHONE, ANNUAIRE :"
                       DELIMITED BY SIZE INTO RAP-LIGNE
                   END-STRING
                   WRITE RAP-LIGNE
                   PERFORM ECRIRE-NUMEROS-CONTACT
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-TEL-TROUVE = "N"
               ADD 1 TO WS-NB-ECARTS
               MOVE SPACES TO RAP-LIGNE
               STRING "ECART     " ANN-NOM " MATRICULE " ANN-MAT
                      " " CLM-NOM-CLT " FICHE : " CLM-TEL-CLT
                      " ANNUAIRE :"
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
               PERFORM ECRIRE-NUMEROS-CONTACT
           END-IF.
           EXIT.
       FIN-RAPPROCHER-CONTACT.

       ECRIRE-NUMEROS-CONTACT.
           IF WS-NB-TELS = 0
               MOVE "            (AUCUN NUMERO A L'ANNUAIRE)"
                   TO RAP-LIGNE
               WRITE RAP-LIGNE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3
               IF ANN-TEL(WS-T) NOT = SPACES
                   MOVE SPACES TO RAP-LIGNE
                   STRING "            " WS-T " " ANN-TEL-TYPE(WS-T)
                          " " ANN-TEL(WS-T)
                       DELIMITED BY SIZE INTO RAP-LIGNE
                   END-STRING
                   WRITE RAP-LIGNE
               END-IF
           END-PERFORM.
           EXIT.
       FIN-ECRIRE-NUMEROS-CONTACT.

       END PROGRAM RAPPROCHER-ANNUAIRE.
