      *    registre des cartes du reseau monetique : une ligne par
      *    carte emise (numero, compte rattache, statut, mois
      *    d'expiration, plafond journalier carte - independant du
      *    plafond guichet -, emetteur et date d'emission). Les
      *    debits carte arrivent par le fichier de la pose par lot
      *    (code CRT1) et sont valides par POSTER-LOT contre ce
      *    registre. Le renouvellement a l'echeance et la cotisation
      *    annuelle sont faits chaque mois par RENOUVELER-CARTES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    CRT-STATUT : A = active, B = bloquee, X = annulee.
      *    CRT-EMETTEUR et CRT-DATE-EMISSION : employe qui a emis la
      *    carte et date d'exploitation de l'emission, repris par
      *    PRIMES-VENTES ; a blanc sur les cartes plus anciennes.
      *    CRT-ANNEE-COTISATION : derniere annee (AAAA) dont la
      *    cotisation annuelle est reglee ou exoneree ;
      *    CRT-REMPLACEE-PAR : numero de la carte de renouvellement,
      *    tous deux poses par RENOUVELER-CARTES.
       FD  CARTES-FICHIER.
       01  CARTE-ENREG.
           05  CRT-NUMERO      PIC X(16).
           05  CRT-EXPIRATION  PIC X(6).
           05  FILLER          PIC X(1).
           05  CRT-PLAFOND     PIC 9(8)V9(2).
           05  FILLER          PIC X(1).
           05  CRT-EMETTEUR    PIC 9(5).
           05  FILLER          PIC X(1).
           05  CRT-DATE-EMISSION PIC X(8).
           05  FILLER          PIC X(1).
           05  CRT-ANNEE-COTISATION PIC X(4).
           05  FILLER          PIC X(1).
           05  CRT-REMPLACEE-PAR PIC X(16).

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.
       01  WS-EXPIR-SAISIE     PIC X(6).
       01  WS-PLAFOND-SAISI    PIC 9(8)V9(2).
       01  WS-STATUT-SAISI     PIC X(1).
       01  WS-OPERATEUR-SAISI  PIC 9(5).
       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".

      *    emission tracee a la piste d'audit centrale (TRACER-AUDIT),
      *    cle = compte rattache ; seuls les 4 derniers chiffres de
      *    la carte y figurent.
       01  WS-PGM-AUDIT        PIC X(20) VALUE "TRACER-AUDIT".
       01  WS-AUD-PROGRAMME    PIC X(20) VALUE "MAJ-CARTES".
       01  WS-AUD-CLE          PIC X(20).
       01  WS-AUD-AVANT        PIC X(60).
       01  WS-AUD-APRES        PIC X(60).

      *    cartes chargees en memoire puis reecrites en totalite.
       01  WS-NB-CRT           PIC 9(4) VALUE ZERO.
       01  WS-CRT-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-CRT.
         05 WS-CRT  OCCURS 2000 TIMES.
           10  WS-CRT-IMAGE    PIC X(80).
       01  WS-C                PIC 9(4).
       01  WS-CRT-TROUVEE      PIC X(1).

       PROCEDURE DIVISION.
           GOBACK.

       EMETTRE-CARTE.
           DISPLAY "EMPLOYEE-ID OPERATEUR :".
           ACCEPT WS-OPERATEUR-SAISI.
           DISPLAY "NUMERO DE CARTE (16 CHIFFRES) :".
           ACCEPT WS-NUMERO-SAISI.
           DISPLAY "NUM COMPTE RATTACHE :".
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES           TO CARTE-ENREG.
           MOVE WS-NUMERO-SAISI  TO CRT-NUMERO.
           MOVE WS-COMPTE-SAISI  TO CRT-NUM-CPT.
           MOVE "A"              TO CRT-STATUT.
           MOVE WS-EXPIR-SAISIE  TO CRT-EXPIRATION.
           MOVE WS-PLAFOND-SAISI TO CRT-PLAFOND.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           MOVE WS-OPERATEUR-SAISI TO CRT-EMETTEUR.
           MOVE WS-AUJOURD-HUI   TO CRT-DATE-EMISSION.
           OPEN EXTEND CARTES-FICHIER.
           IF WS-CRT-FILESTATUS = "35"
               OPEN OUTPUT CARTES-FICHIER
           END-IF.
           WRITE CARTE-ENREG.
           CLOSE CARTES-FICHIER.
           MOVE SPACES TO WS-AUD-CLE.
           MOVE WS-COMPTE-SAISI TO WS-AUD-CLE(1:6).
           MOVE SPACES TO WS-AUD-AVANT.
           MOVE SPACES TO WS-AUD-APRES.
           STRING "CARTE EMISE ****" WS-NUMERO-SAISI(13:4)
                  " EXPIRE " WS-EXPIR-SAISIE
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-OPERATEUR-SAISI
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.
           DISPLAY "CARTE EMISE SUR LE COMPTE " WS-COMPTE-SAISI
                   ", EXPIRE " WS-EXPIR-SAISIE.
           EXIT.
           END-IF.
           PERFORM CHARGER-CARTES.
           IF WS-CRT-SURCHARGE = "O"
               DISPLAY "PLUS DE 2000 CARTES, TABLE PLEINE"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CRT-TROUVEE.
                           " STATUT " CRT-STATUT
                           " EXPIRE " CRT-EXPIRATION
                           " PLAFOND " CRT-PLAFOND
                   IF CRT-REMPLACEE-PAR NOT = SPACES
                       DISPLAY "    REMPLACEE PAR ............"
                               CRT-REMPLACEE-PAR(13:4)
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
                   READ CARTES-FICHIER
                       AT END MOVE "10" TO WS-CRT-FILESTATUS
                       NOT AT END
                           IF WS-NB-CRT < 2000
                               ADD 1 TO WS-NB-CRT
                               MOVE CARTE-ENREG TO
                                    WS-CRT-IMAGE(WS-NB-CRT)
