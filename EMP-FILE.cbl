             05 Fonction     PIC  X(20).
             05 FILLER       PIC  X(1).
             05 EMP-STATUT   PIC  X(1).
             05 FILLER       PIC  X(1).
             05 EMP-ID-EXTERNE PIC  X(8).
             05 FILLER       PIC  X(1).
             05 EMP-CODE-BANQUE PIC  X(5).


       WORKING-STORAGE SECTION.
             05 WS-EMP-STATUT   PIC  X(1).
                 88 WS-EMP-ACTIF     VALUE 'A' ' '.
                 88 WS-EMP-SUPPRIME  VALUE 'S'.
             05 FILLER          PIC  X(1).
             05 WS-EMP-ID-EXTERNE  PIC  X(8).
             05 FILLER          PIC  X(1).
             05 WS-EMP-CODE-BANQUE PIC  X(5).

           01 WS-EOF            PIC  A(1).
           01 WS-CHOIX          PIC  9(1).
           01 WS-CTRL-VALIDE    PIC  X(1).
           01 WS-DATE-AAAAMMJJ  PIC  X(8).

      *    coordonnees bancaires externes de paie : l'identifiant
      *    passe par la cle de controle INVERSE, comme celui d'un
      *    beneficiaire de BENEFICIAIRES.DAT.
           01 WS-PGM-INVERSE    PIC  X(20) VALUE "INVERSE".
           01 WS-EXT-ID         PIC  X(8).
           01 WS-EXT-BANQUE     PIC  X(5).
           01 WS-CLE-EXT-OK     PIC  X(1).

       PROCEDURE DIVISION.

           ACCEPT WS-EMP-FILE-PATH FROM ENVIRONMENT "EMPFILE".
           DISPLAY "4-MODIFIER UN EMPLOYE".
           DISPLAY "5-SUPPRIMER (LOGIQUEMENT) UN EMPLOYE".
           DISPLAY "6-REINITIALISER LE SECRET DE SESSION".
           DISPLAY "7-COORDONNEES BANCAIRES EXTERNES DE PAIE".
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
                   PERFORM SUPPRIMER-EMPLOYE
               WHEN 6
                   PERFORM REINITIALISER-SECRET
               WHEN 7
                   PERFORM SAISIR-BANQUE-EXTERNE
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.
              DISPLAY "EMPLOYEE-ID DEJA UTILISE, REFUSE"
           ELSE
              MOVE 'A' TO EMP-STATUT
              MOVE SPACES TO EMP-ID-EXTERNE EMP-CODE-BANQUE
              OPEN EXTEND Employee
              WRITE EMPLOYEE-FILE
              END-WRITE
       FIN-REINITIALISER-SECRET.
           EXIT.

      *    identifiant de compte externe et code banque sur lesquels
      *    la paie vire le net d'un employe qui n'a pas de compte
      *    chez nous ; un identifiant vide efface les coordonnees.
       SAISIR-BANQUE-EXTERNE.
           DISPLAY "DONNER L'EMPLOYEE-ID :".
           ACCEPT WS-ID-RECHERCHE.
           MOVE WS-ID-RECHERCHE TO Employee-ID.
           OPEN I-O Employee.
           READ Employee KEY IS Employee-ID
               INVALID KEY
                   DISPLAY "EMPLOYEE-ID INTROUVABLE"
                   CLOSE Employee
                   EXIT PARAGRAPH
           END-READ.
           IF EMP-STATUT = 'S'
               DISPLAY "EMPLOYEE-ID SUPPRIME, MODIF. REFUSEE"
               CLOSE Employee
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ACTUEL : ID " EMP-ID-EXTERNE
                   " BANQUE " EMP-CODE-BANQUE.

           MOVE 'N' TO WS-CLE-EXT-OK.
           PERFORM UNTIL WS-CLE-EXT-OK = 'O'
               DISPLAY "IDENTIFIANT COMPTE EXTERNE (8 CHIFFRES, "
                       "VIDE=EFFACER) :"
               ACCEPT WS-EXT-ID
               IF WS-EXT-ID = SPACES
                   MOVE 'O' TO WS-CLE-EXT-OK
               ELSE
                   CALL WS-PGM-INVERSE USING WS-EXT-ID WS-CLE-EXT-OK
                   IF WS-CLE-EXT-OK NOT = 'O'
                       DISPLAY "CLE DE CONTROLE FAUSSE, RESSAISIR !"
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-EXT-BANQUE.
           IF WS-EXT-ID NOT = SPACES
               PERFORM UNTIL WS-EXT-BANQUE NOT = SPACES
                   DISPLAY "CODE BANQUE DESTINATAIRE :"
                   ACCEPT WS-EXT-BANQUE
               END-PERFORM
           END-IF.

           MOVE SPACES TO WS-AUD-AVANT.
           STRING "ID EXTERNE " EMP-ID-EXTERNE
                  " BANQUE " EMP-CODE-BANQUE
               DELIMITED BY SIZE INTO WS-AUD-AVANT
           END-STRING.
           MOVE WS-EXT-ID     TO EMP-ID-EXTERNE.
           MOVE WS-EXT-BANQUE TO EMP-CODE-BANQUE.
           REWRITE EMPLOYEE-FILE
           END-REWRITE.
           CLOSE Employee.
           MOVE SPACES TO WS-AUD-APRES.
           STRING "ID EXTERNE " EMP-ID-EXTERNE
                  " BANQUE " EMP-CODE-BANQUE
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           MOVE SPACES TO WS-AUD-CLE.
           MOVE Employee-ID TO WS-AUD-CLE(1:5).
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-OPERATEUR-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.
           DISPLAY "COORDONNEES BANCAIRES ENREGISTREES.".
       FIN-SAISIR-BANQUE-EXTERNE.
           EXIT.

      *    controle que WS-ID-RECHERCHE n'est pas deja sur le fichier
      *    avant d'autoriser l'ajout d'un nouvel employe ; lecture
      *    directe par cle plutot que balayage sequentiel complet.
