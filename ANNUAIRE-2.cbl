               ALTERNATE RECORD KEY IS CLM-NOM-CLT WITH DUPLICATES
               FILE STATUS IS WS-CLT-FILESTATUS.

      *    historique des fiches clients tenu avec BANQUE-CLT : une
      *    ligne AVANT et une ligne APRES par correction.
           SELECT CLIENTS-HISTO ASSIGN TO "CLIENTS-HISTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
      *    un contact porte desormais jusqu'a trois numeros, chacun
       FD  CLIENT-MASTER.
       COPY CLIENT-CPY.

      *    meme mise en forme que dans BANQUE-CLT.
       FD  CLIENTS-HISTO.
       01  HIS-LIGNE           PIC X(300).

       WORKING-STORAGE SECTION.

       01  WS-CLT-FILESTATUS   PIC X(2).
       01  WS-MSG-ID     PIC 9(2).
       01  WS-MSG-TEXTE  PIC X(50).

      *    rapprochement des numeros avec la fiche client (choix 8) :
      *    memes cas que le rapport de nuit RAPPROCHER-ANNUAIRE, la
      *    correction confirmee part dans l'annuaire ou sur la fiche.
       01  WS-HIS-FILESTATUS  PIC X(2).
       01  WS-OPERATEUR       PIC 9(5).
       01  WS-HORODATAGE      PIC X(20).
       01  WS-ETIQUETTE       PIC X(5).
       01  WS-ACTION          PIC X(1).
       01  WS-EMPLACEMENT     PIC 9(1).
       01  WS-TEL-TROUVE      PIC X(1).
       01  WS-NB-TELS         PIC 9(1).
       01  WS-ANN-MODIFIE     PIC X(1).
       01  WS-NB-CORRECTIONS  PIC 9(3).
       01  WS-PGM-AUDIT       PIC X(20) VALUE "TRACER-AUDIT".
       01  WS-AUD-PROGRAMME   PIC X(20) VALUE "ANNUAIRE-2".
       01  WS-AUD-CLE         PIC X(20).
       01  WS-AUD-AVANT       PIC X(60).
       01  WS-AUD-APRES       PIC X(60).

       PROCEDURE DIVISION.

           PERFORM CHOISIR-LANGUE.
                  WHEN  "7"
                   PERFORM RECHERCHE-INVERSE THRU FIN-RECH-INV

                  WHEN  "8"
                   PERFORM RAPPROCHER-CLIENTS THRU FIN-RAPPROCHER

                  WHEN "0"
                   PERFORM EXIT-PGM THROUGH FIN-EXIT

              MOVE 06 TO WS-MSG-ID PERFORM AFFICHER-PROMPT.
              MOVE 07 TO WS-MSG-ID PERFORM AFFICHER-PROMPT.
              MOVE 19 TO WS-MSG-ID PERFORM AFFICHER-PROMPT.
              MOVE 20 TO WS-MSG-ID PERFORM AFFICHER-PROMPT.
              MOVE 08 TO WS-MSG-ID PERFORM AFFICHER-PROMPT.
              MOVE 09 TO WS-MSG-ID PERFORM AFFICHER-PROMPT.
           FIN-MENU.
               EXIT.
      /    *************************************************************

      /    **********************RAPPROCHEMENT CLIENTS*****************
      /    *    contacts lies dont le numero differe de la fiche, fiches
      /    *    sans telephone et matricules disparus : chaque cas est
      /    *    montre, la correction n'est faite que sur confirmation.
           RAPPROCHER-CLIENTS.
           DISPLAY "EMPLOYEE-ID OPERATEUR :".
           ACCEPT WS-OPERATEUR.
           OPEN I-O CLIENT-MASTER.
           IF WS-CLT-FILESTATUS NOT = "00"
               DISPLAY "FICHIER CLIENT INDISPONIBLE"
               GO TO FIN-RAPPROCHER
           END-IF.

           MOVE "N" TO WS-ANN-MODIFIE.
           MOVE ZERO TO WS-NB-CORRECTIONS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 100
               IF WS-NOM(WS-I) NOT = SPACES
                  AND WS-MAT(WS-I) NOT = SPACES
                   PERFORM RAPPROCHER-UN-CONTACT THRU FIN-RAPPROCHER-UN
               END-IF
           END-PERFORM.
           CLOSE CLIENT-MASTER.

           IF WS-ANN-MODIFIE = "O"
               PERFORM SAUVER-ANNUAIRE
           END-IF.
           DISPLAY WS-NB-CORRECTIONS " CORRECTION(S) APPLIQUEE(S)".
           FIN-RAPPROCHER.
               EXIT.

           RAPPROCHER-UN-CONTACT.
           MOVE WS-MAT(WS-I) TO CLM-MAT-CLT.
           READ CLIENT-MASTER
               INVALID KEY
                   MOVE "00" TO WS-CLT-FILESTATUS
                   DISPLAY "ORPHELIN : " WS-NOM(WS-I) " MATRICULE "
                           WS-MAT(WS-I) " INEXISTANT"
                   DISPLAY "D=DELIER LE CONTACT, VIDE=IGNORER :"
                   ACCEPT WS-ACTION
                   IF WS-ACTION = "D" OR WS-ACTION = "d"
                       MOVE SPACES TO WS-MAT(WS-I)
                       MOVE "O" TO WS-ANN-MODIFIE
                       ADD 1 TO WS-NB-CORRECTIONS
                   END-IF
                   GO TO FIN-RAPPROCHER-UN
           END-READ.

           MOVE "N" TO WS-TEL-TROUVE.
           MOVE ZERO TO WS-NB-TELS.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3
               IF WS-TEL(WS-I WS-T) NOT = SPACES
                   ADD 1 TO WS-NB-TELS
                   IF WS-TEL(WS-I WS-T) = CLM-TEL-CLT
                       MOVE "O" TO WS-TEL-TROUVE
                   END-IF
               END-IF
           END-PERFORM.

           IF CLM-TEL-CLT = SPACES
               IF WS-NB-TELS = 0
                   GO TO FIN-RAPPROCHER-UN
               END-IF
               DISPLAY "SANS TEL : " WS-NOM(WS-I) " MATRICULE "
                       CLM-MAT-CLT " " CLM-NOM-CLT
                       " SANS TELEPHONE SUR LA FICHE"
               PERFORM AFFICHER-TELS-CONTACT
               DISPLAY "C=REPRENDRE UN NUMERO SUR LA FICHE, "
                       "VIDE=IGNORER :"
           ELSE
               IF WS-TEL-TROUVE = "O"
                   GO TO FIN-RAPPROCHER-UN
               END-IF
               DISPLAY "ECART : " WS-NOM(WS-I) " MATRICULE "
                       CLM-MAT-CLT " " CLM-NOM-CLT
                       " FICHE : " CLM-TEL-CLT
               PERFORM AFFICHER-TELS-CONTACT
               DISPLAY "A=CORRIGER L'ANNUAIRE, C=CORRIGER LA FICHE, "
                       "VIDE=IGNORER :"
           END-IF.
           ACCEPT WS-ACTION.

           IF (WS-ACTION = "A" OR WS-ACTION = "a")
              AND CLM-TEL-CLT NOT = SPACES
               PERFORM CORRIGER-ANNUAIRE THRU FIN-CORRIGER-ANNUAIRE
           END-IF.
           IF WS-ACTION = "C" OR WS-ACTION = "c"
               PERFORM CORRIGER-FICHE THRU FIN-CORRIGER-FICHE
           END-IF.
           FIN-RAPPROCHER-UN.
               EXIT.

           AFFICHER-TELS-CONTACT.
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3
                   IF WS-TEL(WS-I WS-T) NOT = SPACES
                       DISPLAY "   " WS-T " " WS-TEL-TYPE(WS-I WS-T)
                               " " WS-TEL(WS-I WS-T)
                   END-IF
               END-PERFORM.
           FIN-AFFICHER-TELS-CONTACT.
               EXIT.

      /    *    le numero de la fiche remplace celui de l'emplacement
      /    *    choisi ; un emplacement vide demande son type.
           CORRIGER-ANNUAIRE.
           DISPLAY "EMPLACEMENT A REMPLACER (1-3) :".
           ACCEPT WS-EMPLACEMENT.
           IF WS-EMPLACEMENT < 1 OR WS-EMPLACEMENT > 3
               DISPLAY "EMPLACEMENT INVALIDE, CORRECTION ABANDONNEE"
               GO TO FIN-CORRIGER-ANNUAIRE
           END-IF.
           IF WS-TEL-TYPE(WS-I WS-EMPLACEMENT) = SPACES
               DISPLAY "TYPE DU NUMERO (MOBILE/FIXE/BUREAU) :"
               ACCEPT WS-TYPE-TEM
               IF WS-TYPE-TEM NOT = "MOBILE" AND
                  WS-TYPE-TEM NOT = "FIXE" AND
                  WS-TYPE-TEM NOT = "BUREAU"
                   DISPLAY "TYPE INCONNU, CORRECTION ABANDONNEE"
                   GO TO FIN-CORRIGER-ANNUAIRE
               END-IF
               MOVE WS-TYPE-TEM TO WS-TEL-TYPE(WS-I WS-EMPLACEMENT)
           END-IF.
           MOVE CLM-TEL-CLT TO WS-TEL(WS-I WS-EMPLACEMENT).
           MOVE "O" TO WS-ANN-MODIFIE.
           ADD 1 TO WS-NB-CORRECTIONS.
           DISPLAY "ANNUAIRE CORRIGE POUR " WS-NOM(WS-I).
           FIN-CORRIGER-ANNUAIRE.
               EXIT.

      /    *    le numero de l'annuaire passe sur la fiche, tracee
      /    *    AVANT/APRES dans CLIENTS-HISTO.DAT comme une
      /    *    maintenance de BANQUE-CLT, et a la piste d'audit.
           CORRIGER-FICHE.
           DISPLAY "NUMERO A REPRENDRE (1-3) :".
           ACCEPT WS-EMPLACEMENT.
           IF WS-EMPLACEMENT < 1 OR WS-EMPLACEMENT > 3
               DISPLAY "EMPLACEMENT INVALIDE, CORRECTION ABANDONNEE"
               GO TO FIN-CORRIGER-FICHE
           END-IF.
           IF WS-TEL(WS-I WS-EMPLACEMENT) = SPACES
               DISPLAY "EMPLACEMENT VIDE, CORRECTION ABANDONNEE"
               GO TO FIN-CORRIGER-FICHE
           END-IF.

           MOVE "AVANT" TO WS-ETIQUETTE.
           PERFORM TRACER-FICHE-HISTO THRU FIN-TRACER-FICHE-HISTO.
           MOVE SPACES TO WS-AUD-AVANT.
           STRING CLM-NOM-CLT " " CLM-TEL-CLT " " CLM-CIN-CLT
               DELIMITED BY SIZE INTO WS-AUD-AVANT
           END-STRING.
           MOVE WS-TEL(WS-I WS-EMPLACEMENT) TO CLM-TEL-CLT.
           REWRITE CLIENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ECHEC MISE A JOUR DE LA FICHE !"
                   GO TO FIN-CORRIGER-FICHE
           END-REWRITE.
           MOVE "APRES" TO WS-ETIQUETTE.
           PERFORM TRACER-FICHE-HISTO THRU FIN-TRACER-FICHE-HISTO.
           MOVE SPACES TO WS-AUD-APRES.
           STRING CLM-NOM-CLT " " CLM-TEL-CLT " " CLM-CIN-CLT
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           MOVE SPACES TO WS-AUD-CLE.
           MOVE CLM-MAT-CLT TO WS-AUD-CLE(1:6).
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-OPERATEUR
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.
           ADD 1 TO WS-NB-CORRECTIONS.
           DISPLAY "FICHE " CLM-MAT-CLT " MISE A JOUR.".
           FIN-CORRIGER-FICHE.
               EXIT.

           TRACER-FICHE-HISTO.
               MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
               MOVE SPACES TO HIS-LIGNE.
               STRING WS-HORODATAGE " " WS-OPERATEUR
                      " " WS-ETIQUETTE
                      " " CLIENT-MASTER-RECORD
                   DELIMITED BY SIZE INTO HIS-LIGNE
               END-STRING.
               OPEN EXTEND CLIENTS-HISTO.
               IF WS-HIS-FILESTATUS = "35"
                   OPEN OUTPUT CLIENTS-HISTO
               END-IF.
               WRITE HIS-LIGNE.
               CLOSE CLIENTS-HISTO.
           FIN-TRACER-FICHE-HISTO.
               EXIT.
      /    *************************************************************

      /    **********************PRECED EXIT-PMG************************
           EXIT-PGM.
               PERFORM SAUVER-ANNUAIRE
                           MOVE "*       7-RECHERCHE PAR NUMERO *"
                               TO WS-MSG-TEXTE
                       END-IF
                   WHEN 20
                       IF WS-LANGUE = "EN"
                           MOVE "*       8-MATCH CLIENT PHONES  *"
                               TO WS-MSG-TEXTE
                       ELSE
                           MOVE "*       8-RAPPROCHER TELEPHONES*"
                               TO WS-MSG-TEXTE
                       END-IF
                   WHEN 09
                       MOVE "********************************"
                           TO WS-MSG-TEXTE
