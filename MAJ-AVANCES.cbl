       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJ-AVANCES.
       AUTHOR.    MOHAMED.

      *    registre des avances sur salaire et des prets au
      *    personnel, qui quittent le papier : une ligne par avance
      *    dans AVANCES-PERSONNEL.DAT (Employee-ID, montant, date,
      *    nombre de mensualites, taux annuel preferentiel,
      *    mensualite constante et capital restant du). La paie
      *    mensuelle PAIE-EMPLOYES preleve la mensualite sur le net
      *    et solde la ligne quand le restant du tombe a zero.
      *    L'octroi exige un employe a fonction d'encadrement et
      *    passe a la piste d'audit ; les employes sortis avec un
      *    restant du sont signales a chaque paie dans
      *    AVANCES-DEPARTS-AAAAMM.TXT pour reglement au depart.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT AVANCES-FICHIER ASSIGN TO "AVANCES-PERSONNEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVP-FILESTATUS.

           SELECT Employee ASSIGN TO WS-EMP-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Employee-ID
               FILE STATUS IS WS-EMP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    AVP-TYPE : A = avance sur salaire, P = pret au personnel ;
      *    AVP-STATUT : A = en cours, S = soldee.
       FD  AVANCES-FICHIER.
       01  AVP-ENREG.
           05  AVP-NUMERO        PIC 9(5).
           05  FILLER            PIC X(1).
           05  AVP-EMPLOYE       PIC 9(5).
           05  FILLER            PIC X(1).
           05  AVP-TYPE          PIC X(1).
           05  FILLER            PIC X(1).
           05  AVP-DATE          PIC X(8).
           05  FILLER            PIC X(1).
           05  AVP-MONTANT       PIC 9(7)V9(2).
           05  FILLER            PIC X(1).
           05  AVP-NB-MENS       PIC 9(3).
           05  FILLER            PIC X(1).
           05  AVP-TAUX          PIC 9(1)V9(4).
           05  FILLER            PIC X(1).
           05  AVP-MENSUALITE    PIC 9(7)V9(2).
           05  FILLER            PIC X(1).
           05  AVP-RESTANT       PIC 9(7)V9(2).
           05  FILLER            PIC X(1).
           05  AVP-NB-PRELEVES   PIC 9(3).
           05  FILLER            PIC X(1).
           05  AVP-DERNIER-MOIS  PIC X(6).
           05  FILLER            PIC X(1).
           05  AVP-APPROBATEUR   PIC 9(5).
           05  FILLER            PIC X(1).
           05  AVP-STATUT        PIC X(1).

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

       WORKING-STORAGE SECTION.

       01  WS-AVP-FILESTATUS   PIC X(2).
       01  WS-EMP-FILE-PATH    PIC X(100).
       01  WS-EMP-FILESTATUS   PIC X(2).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-CHOIX            PIC 9(1).

       01  WS-EMPLOYE-ID       PIC 9(5).
       01  WS-EMP-OK           PIC X(1).
       01  WS-BENEFICIAIRE     PIC 9(5).
       01  WS-NOM-BENEF        PIC X(25).
       01  WS-TYPE-AVANCE      PIC X(1).
       01  WS-MONTANT          PIC 9(7)V9(2).
       01  WS-NB-MENS          PIC 9(3).
       01  WS-TAUX             PIC 9(1)V9(4).
       01  WS-TAUX-MENSUEL     PIC 9(1)V9(8).
       01  WS-MENSUALITE       PIC 9(7)V9(2).
       01  WS-CONFIRME         PIC X(1).

      *    registre charge en table, comme CAUTIONS-BANQUE.DAT dans
      *    MAJ-CAUTIONS, et reecrit en entier.
       01  WS-NB-AVP           PIC 9(3) VALUE ZERO.
       01  WS-AVP-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-AVP.
         05 WS-AVP  OCCURS 300 TIMES.
           10  WS-AVP-IMAGE    PIC X(81).
       01  WS-K                PIC 9(3).
       01  WS-DERNIER-NUMERO   PIC 9(5) VALUE ZERO.
       01  WS-NB-LISTEES       PIC 9(3).

       01  WS-PGM-AUDIT        PIC X(20) VALUE "TRACER-AUDIT".
       01  WS-AUD-PROGRAMME    PIC X(20) VALUE "MAJ-AVANCES".
       01  WS-AUD-CLE          PIC X(20).
       01  WS-AUD-AVANT        PIC X(60).
       01  WS-AUD-APRES        PIC X(60).

       PROCEDURE DIVISION.

       MAIN-MAJ-AVANCES.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           ACCEPT WS-EMP-FILE-PATH FROM ENVIRONMENT "EMPFILE".
           IF WS-EMP-FILE-PATH = SPACES
               MOVE "EMPLOYEES.TXT" TO WS-EMP-FILE-PATH
           END-IF.

           DISPLAY "1-OCTROYER UNE AVANCE OU UN PRET AU PERSONNEL".
           DISPLAY "2-LISTER LES AVANCES D'UN EMPLOYE".
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM OCTROYER-AVANCE
               WHEN 2
                   PERFORM LISTER-AVANCES
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.
           GOBACK.

      *    octroi : le beneficiaire doit etre un employe actif ; la
      *    mensualite constante est calculee au taux mensuel (taux
      *    annuel / 12), sans interet si le taux est nul.
       OCTROYER-AVANCE.
           PERFORM CONTROLER-AUTORITE.
           IF WS-EMP-OK NOT = "O"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHARGER-AVANCES.
           IF WS-AVP-SURCHARGE = "O"
               DISPLAY "REGISTRE DES AVANCES PLEIN, OCTROI REFUSE"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "EMPLOYEE-ID DU BENEFICIAIRE :".
           ACCEPT WS-BENEFICIAIRE.
           OPEN INPUT Employee.
           IF WS-EMP-FILESTATUS NOT = "00"
               DISPLAY "FICHIER DES EMPLOYES INDISPONIBLE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BENEFICIAIRE TO Employee-ID.
           READ Employee KEY IS Employee-ID
               INVALID KEY
                   DISPLAY "EMPLOYEE-ID INCONNU !"
                   CLOSE Employee
                   EXIT PARAGRAPH
           END-READ.
           CLOSE Employee.
           IF EMP-STATUT NOT = "A" AND EMP-STATUT NOT = " "
               DISPLAY "EMPLOYE INACTIF, OCTROI REFUSE"
               EXIT PARAGRAPH
           END-IF.
           MOVE Name TO WS-NOM-BENEF.

           DISPLAY "TYPE (A=AVANCE SUR SALAIRE, P=PRET) :".
           ACCEPT WS-TYPE-AVANCE.
           IF WS-TYPE-AVANCE NOT = "A" AND WS-TYPE-AVANCE NOT = "P"
               DISPLAY "TYPE INVALIDE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "MONTANT :".
           ACCEPT WS-MONTANT.
           IF WS-MONTANT = ZERO
               DISPLAY "MONTANT NUL, OCTROI ABANDONNE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NOMBRE DE MENSUALITES :".
           ACCEPT WS-NB-MENS.
           IF WS-NB-MENS = ZERO
               DISPLAY "AU MOINS UNE MENSUALITE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "TAUX ANNUEL (EX. 0.0300, 0 = SANS INTERET) :".
           ACCEPT WS-TAUX.

           IF WS-TAUX = ZERO
               COMPUTE WS-MENSUALITE ROUNDED = WS-MONTANT / WS-NB-MENS
           ELSE
               COMPUTE WS-TAUX-MENSUEL ROUNDED = WS-TAUX / 12
               COMPUTE WS-MENSUALITE ROUNDED =
                   WS-MONTANT * WS-TAUX-MENSUEL
                   / (1 - (1 + WS-TAUX-MENSUEL) ** (0 - WS-NB-MENS))
           END-IF.
           DISPLAY WS-NOM-BENEF " : " WS-MONTANT " EN " WS-NB-MENS
                   " MENSUALITE(S) DE " WS-MENSUALITE.
           DISPLAY "CONFIRMER (O/N) :".
           ACCEPT WS-CONFIRME.
           IF WS-CONFIRME NOT = "O"
               DISPLAY "OCTROI ABANDONNE"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES             TO AVP-ENREG.
           COMPUTE AVP-NUMERO = WS-DERNIER-NUMERO + 1.
           MOVE WS-BENEFICIAIRE    TO AVP-EMPLOYE.
           MOVE WS-TYPE-AVANCE     TO AVP-TYPE.
           MOVE WS-AUJOURD-HUI     TO AVP-DATE.
           MOVE WS-MONTANT         TO AVP-MONTANT.
           MOVE WS-NB-MENS         TO AVP-NB-MENS.
           MOVE WS-TAUX            TO AVP-TAUX.
           MOVE WS-MENSUALITE      TO AVP-MENSUALITE.
           MOVE WS-MONTANT         TO AVP-RESTANT.
           MOVE ZERO               TO AVP-NB-PRELEVES.
           MOVE SPACES             TO AVP-DERNIER-MOIS.
           MOVE WS-EMPLOYE-ID      TO AVP-APPROBATEUR.
           MOVE "A"                TO AVP-STATUT.
           OPEN EXTEND AVANCES-FICHIER.
           IF WS-AVP-FILESTATUS = "35"
               OPEN OUTPUT AVANCES-FICHIER
           END-IF.
           WRITE AVP-ENREG.
           CLOSE AVANCES-FICHIER.

           MOVE SPACES TO WS-AUD-CLE.
           MOVE WS-BENEFICIAIRE TO WS-AUD-CLE(1:5).
           MOVE "AUCUNE AVANCE" TO WS-AUD-AVANT.
           MOVE SPACES TO WS-AUD-APRES.
           STRING "AVANCE " AVP-NUMERO " " AVP-TYPE " " AVP-MONTANT
                  " EN " AVP-NB-MENS " MOIS TAUX " AVP-TAUX
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-EMPLOYE-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.
           DISPLAY "AVANCE " AVP-NUMERO " ENREGISTREE.".
           EXIT.
       FIN-OCTROYER-AVANCE.

       LISTER-AVANCES.
           DISPLAY "EMPLOYEE-ID :".
           ACCEPT WS-BENEFICIAIRE.
           PERFORM CHARGER-AVANCES.
           MOVE ZERO TO WS-NB-LISTEES.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-AVP
               MOVE WS-AVP-IMAGE(WS-K) TO AVP-ENREG
               IF AVP-EMPLOYE = WS-BENEFICIAIRE
                   ADD 1 TO WS-NB-LISTEES
                   DISPLAY AVP-NUMERO " " AVP-TYPE " DU " AVP-DATE
                           " MONTANT " AVP-MONTANT
                           " MENSUALITE " AVP-MENSUALITE
                           " RESTANT " AVP-RESTANT
                           " (" AVP-NB-PRELEVES "/" AVP-NB-MENS ")"
                           " STATUT " AVP-STATUT
               END-IF
           END-PERFORM.
           IF WS-NB-LISTEES = 0
               DISPLAY "AUCUNE AVANCE POUR CET EMPLOYE"
           END-IF.
           EXIT.
       FIN-LISTER-AVANCES.

       CHARGER-AVANCES.
           MOVE ZERO TO WS-NB-AVP.
           MOVE ZERO TO WS-DERNIER-NUMERO.
           MOVE "N" TO WS-AVP-SURCHARGE.
           OPEN INPUT AVANCES-FICHIER.
           IF WS-AVP-FILESTATUS = "00"
               PERFORM UNTIL WS-AVP-FILESTATUS NOT = "00"
                   READ AVANCES-FICHIER
                       AT END MOVE "10" TO WS-AVP-FILESTATUS
                       NOT AT END
                           IF AVP-NUMERO > WS-DERNIER-NUMERO
                               MOVE AVP-NUMERO TO WS-DERNIER-NUMERO
                           END-IF
                           IF WS-NB-AVP < 300
                               ADD 1 TO WS-NB-AVP
                               MOVE AVP-ENREG TO WS-AVP-IMAGE(WS-NB-AVP)
                           ELSE
                               MOVE "O" TO WS-AVP-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AVANCES-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-AVANCES.

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

       END PROGRAM MAJ-AVANCES.
