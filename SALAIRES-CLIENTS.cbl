      *    pose : entete presente et equilibree, chaque beneficiaire
      *    existant et actif sur le fichier maitre, et compte de
      *    financement couvrant le total (disponible + decouvert).
      *    Au moindre defaut, rien n'est pose, le motif part au
      *    rapport et chaque salaire est consigne dans
      *    REJETS-LOTS.DAT pour reprise depuis REPRISE-REJETS.
      *    Sinon : UN debit SAL2 du total sur le compte de
      *    l'employeur, puis un credit SAL3 par salaire avec son
      *    libelle. Le rapport de reglement
      *    SALAIRES-REGLEMENT-AAAAMMJJ.TXT (nombres et totaux) est a
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

      *    journal indexe, cle = date de pose + numero de sequence,
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

           SELECT RETENUES-FICHIER ASSIGN TO "RETENUES.DAT"
       01  WS-FICHIER-OK       PIC X(1) VALUE "O".
       01  WS-MOTIF-REJET      PIC X(60).

      *    fichier rejete : ses salaires sont consignes un par un
      *    dans REJETS-LOTS.DAT (reference = compte de financement)
      *    pour reprise depuis REPRISE-REJETS.
       01  WS-PGM-REJET        PIC X(20) VALUE "CONSIGNER-REJET".
       01  WS-REJ-SOURCE       PIC X(20) VALUE "SALAIRES-CLIENTS".
       01  WS-REJ-NUM-LIGNE    PIC 9(5).
       01  WS-REJ-REF          PIC X(12).
       01  WS-REJ-MOTIF        PIC X(40).
       01  WS-REJ-LIGNE        PIC X(100).
       01  WS-REJ-SALAIRE REDEFINES WS-REJ-LIGNE.
           05  WS-REJ-SAL-CPT      PIC X(6).
           05  WS-REJ-SAL-MONTANT  PIC 9(10)V9(2).
           05  WS-REJ-SAL-LIBELLE  PIC X(30).
           05  FILLER              PIC X(52).

       01  WS-TOTAL-RETENUES   PIC 9(10)V9(2).
       01  WS-DISPONIBLE       PIC S9(10)V9(2).
       01  WS-NB-CREDITES      PIC 9(4) VALUE ZERO.
               WRITE RAP-LIGNE
               DISPLAY "*** FICHIER DE SALAIRES REJETE : "
                       WS-MOTIF-REJET " ***"
               IF WS-NB-SALAIRES > 0 AND WS-SURCHARGE = "N"
                   PERFORM CONSIGNER-FICHIER-REJETE
                   PERFORM VIDER-ENTRANTS
               END-IF
           END-IF.

           MOVE SPACES TO RAP-LIGNE.
           EXIT.
       FIN-PROCHAIN-NUM-SEQ.

      *    chaque salaire du fichier rejete part au registre des
      *    rejets avec son propre motif quand le beneficiaire est en
      *    cause, sinon avec le motif du rejet du fichier ; le
      *    fichier d'entree est ensuite vide, la reprise passant par
      *    REPRISE-REJETS et non par un second depot du meme fichier.
       CONSIGNER-FICHIER-REJETE.
           MOVE WS-CPT-EMPLOYEUR TO WS-REJ-REF.
           OPEN INPUT COMPTE-MASTER.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-SALAIRES
               IF WS-MOTIF-REJET(1:12) = "BENEFICIAIRE"
                   MOVE "LIGNE SAINE, FICHIER REJETE EN ENTIER"
                       TO WS-REJ-MOTIF
               ELSE
                   MOVE WS-MOTIF-REJET TO WS-REJ-MOTIF
               END-IF
               MOVE WS-SAL-CPT(WS-I) TO CPM-NUM-CPT
               READ COMPTE-MASTER
                   INVALID KEY
                       MOVE "BENEFICIAIRE INTROUVABLE" TO WS-REJ-MOTIF
                   NOT INVALID KEY
                       IF CPM-STATUT NOT = "A"
                           MOVE "BENEFICIAIRE NON ACTIF"
                               TO WS-REJ-MOTIF
                       END-IF
               END-READ
               MOVE SPACES               TO WS-REJ-LIGNE
               MOVE WS-SAL-CPT(WS-I)     TO WS-REJ-SAL-CPT
               MOVE WS-SAL-MONTANT(WS-I) TO WS-REJ-SAL-MONTANT
               MOVE WS-SAL-LIBELLE(WS-I) TO WS-REJ-SAL-LIBELLE
               MOVE WS-I                 TO WS-REJ-NUM-LIGNE
               CALL WS-PGM-REJET USING WS-REJ-SOURCE WS-AUJOURD-HUI
                    WS-REJ-NUM-LIGNE WS-REJ-REF WS-REJ-MOTIF
                    WS-REJ-LIGNE
           END-PERFORM.
           CLOSE COMPTE-MASTER.
           MOVE SPACES TO RAP-LIGNE.
           STRING WS-NB-SALAIRES " SALAIRE(S) CONSIGNE(S) AU "
                  "REGISTRE DES REJETS POUR REPRISE"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-CONSIGNER-FICHIER-REJETE.

      *    les salaires regles ne doivent pas repasser : le fichier
      *    d'entree est vide apres traitement.
       VIDER-ENTRANTS.
