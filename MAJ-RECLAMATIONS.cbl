       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJ-RECLAMATIONS.
       AUTHOR.    MOHAMED.

      *    registre des reclamations et contestations des clients
      *    (RECLAMATIONS.DAT) : chaque dossier est ouvert contre un
      *    matricule, rattache s'il y a lieu a un recu du journal
      *    (date + numero de sequence) ou a un virement sortant
      *    (date, compte, beneficiaire), avec sa categorie, son canal
      *    d'arrivee, l'employe qui l'a recu et celui qui l'instruit.
      *    La cloture porte l'issue, la reponse faite au client et le
      *    recu du remboursement eventuel. Le vieillissement des
      *    dossiers ouverts est suivi chaque nuit par
      *    RAPPORT-RECLAMATIONS, la synthese mensuelle par categorie
      *    est faite par BILAN-RECLAMATIONS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RECLAMATIONS-FICHIER ASSIGN TO "RECLAMATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REC-FILESTATUS.

           SELECT CLIENT-MASTER ASSIGN TO "CLIENT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLM-MAT-CLT
               ALTERNATE RECORD KEY IS CLM-NOM-CLT WITH DUPLICATES
               FILE STATUS IS WS-CLT-FILESTATUS.

           SELECT Employee ASSIGN TO WS-EMP-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Employee-ID
               FILE STATUS IS WS-EMP-FILESTATUS.

      *    journal indexe, cle = date de pose + numero de sequence,
      *    meme organisation que dans OPERATIONS.
           SELECT JOURNAL-OPERATIONS ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

           SELECT VIREMENTS-SORTANTS ASSIGN TO "VIREMENTS-SORTANTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VSO-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    REC-CATEGORIE : O = operation non reconnue, F = frais
      *    contestes, V = virement non parvenu, C = carte, A = autre.
      *    REC-CANAL : G = guichet, T = telephone, E = e-mail,
      *    C = courrier. REC-STATUT : O = ouverte, I = en
      *    instruction, C = close. REC-ISSUE (a la cloture) :
      *    F = fondee, N = non fondee. REC-LIEN-TYPE : J = recu du
      *    journal (REC-LIEN-DATE + REC-LIEN-SEQ), V = virement
      *    sortant (REC-LIEN-DATE + REC-LIEN-CPT + REC-LIEN-BENEF),
      *    blanc = aucun. Le remboursement est un recu du journal
      *    pose au guichet (REC-REMB-DATE + REC-REMB-SEQ).
       FD  RECLAMATIONS-FICHIER.
       01  REC-ENREG.
           05  REC-NUMERO          PIC 9(6).
           05  FILLER              PIC X(1).
           05  REC-MAT-CLT         PIC X(6).
           05  FILLER              PIC X(1).
           05  REC-DATE-OUVERTURE  PIC X(8).
           05  FILLER              PIC X(1).
           05  REC-AGENCE          PIC X(3).
           05  FILLER              PIC X(1).
           05  REC-CATEGORIE       PIC X(1).
           05  FILLER              PIC X(1).
           05  REC-CANAL           PIC X(1).
           05  FILLER              PIC X(1).
           05  REC-RECU-PAR        PIC 9(5).
           05  FILLER              PIC X(1).
           05  REC-ASSIGNE         PIC 9(5).
           05  FILLER              PIC X(1).
           05  REC-STATUT          PIC X(1).
           05  FILLER              PIC X(1).
           05  REC-LIEN-TYPE       PIC X(1).
           05  FILLER              PIC X(1).
           05  REC-LIEN-DATE       PIC X(8).
           05  FILLER              PIC X(1).
           05  REC-LIEN-SEQ        PIC 9(5).
           05  FILLER              PIC X(1).
           05  REC-LIEN-CPT        PIC X(6).
           05  FILLER              PIC X(1).
           05  REC-LIEN-BENEF      PIC X(8).
           05  FILLER              PIC X(1).
           05  REC-OBJET           PIC X(30).
           05  FILLER              PIC X(1).
           05  REC-DATE-CLOTURE    PIC X(8).
           05  FILLER              PIC X(1).
           05  REC-ISSUE           PIC X(1).
           05  FILLER              PIC X(1).
           05  REC-RESOLUTION      PIC X(30).
           05  FILLER              PIC X(1).
           05  REC-REMB-DATE       PIC X(8).
           05  FILLER              PIC X(1).
           05  REC-REMB-SEQ        PIC 9(5).

       FD  CLIENT-MASTER.
       COPY CLIENT-CPY.

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

       FD  JOURNAL-OPERATIONS.
       COPY JOURNAL-CPY.

      *    meme mise en forme que dans OPERATIONS.
       FD  VIREMENTS-SORTANTS.
       01  VSO-ENREG.
           05  VSO-DATE        PIC X(8).
           05  FILLER          PIC X(1).
           05  VSO-NUM-CPT     PIC X(6).
           05  FILLER          PIC X(1).
           05  VSO-MONTANT     PIC 9(10)V9(2).
           05  FILLER          PIC X(1).
           05  VSO-DEVISE      PIC X(3).
           05  FILLER          PIC X(1).
           05  VSO-ID-EXTERNE  PIC X(8).
           05  FILLER          PIC X(1).
           05  VSO-CODE-BANQUE PIC X(5).
           05  FILLER          PIC X(1).
           05  VSO-NOM-BENEF   PIC X(30).
           05  FILLER          PIC X(1).
           05  VSO-STATUT      PIC X(1).

       WORKING-STORAGE SECTION.

       01  WS-REC-FILESTATUS   PIC X(2).
       01  WS-CLT-FILESTATUS   PIC X(2).
       01  WS-EMP-FILE-PATH    PIC X(100).
       01  WS-EMP-FILESTATUS   PIC X(2).
       01  WS-JRN-FILESTATUS   PIC X(2).
       01  WS-VSO-FILESTATUS   PIC X(2).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".

      *    agence qui enregistre le dossier, fournie comme au guichet
      *    par la variable d'environnement AGENCE (001 a defaut).
       01  WS-AGENCE           PIC X(3) VALUE "001".

      *    controle calendaire commun a toutes les dates saisies.
       01  WS-PGM-CTRL-DATE    PIC X(20) VALUE "CONTROLE-DATE".
       01  WS-CTRL-MODE        PIC X(1).
       01  WS-CTRL-VALIDE      PIC X(1).

       01  WS-CHOIX            PIC 9(1).
       01  WS-NUMERO-SAISI     PIC 9(6).
       01  WS-MAT-SAISI        PIC X(6).
       01  WS-EMPLOYE-SAISI    PIC 9(5).
       01  WS-EMPLOYE-OK       PIC X(1).
       01  WS-LIEN-OK          PIC X(1).
       01  WS-DATE-SAISIE      PIC X(8).
       01  WS-SEQ-SAISI        PIC 9(5).
       01  WS-REPONSE          PIC X(1).
       01  WS-NB-DOSSIERS      PIC 9(4).

      *    dossiers charges en memoire puis reecrits en totalite.
       01  WS-NB-REC           PIC 9(4) VALUE ZERO.
       01  WS-REC-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-REC.
         05 WS-REC  OCCURS 2000 TIMES.
           10  WS-REC-IMAGE    PIC X(200).
       01  WS-R                PIC 9(4).
       01  WS-REC-POS          PIC 9(4).
       01  WS-DERNIER-NUMERO   PIC 9(6).

       PROCEDURE DIVISION.

       MAIN-MAJ-RECLAMATIONS.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           ACCEPT WS-EMP-FILE-PATH FROM ENVIRONMENT "EMPFILE".
           IF WS-EMP-FILE-PATH = SPACES
               MOVE "EMPLOYEES.TXT" TO WS-EMP-FILE-PATH
           END-IF.
           ACCEPT WS-AGENCE FROM ENVIRONMENT "AGENCE".
           IF WS-AGENCE = SPACES
               MOVE "001" TO WS-AGENCE
           END-IF.

           DISPLAY "1-OUVRIR UNE RECLAMATION".
           DISPLAY "2-AFFECTER UNE RECLAMATION".
           DISPLAY "3-CLOTURER UNE RECLAMATION".
           DISPLAY "4-CONSULTER UNE RECLAMATION".
           DISPLAY "5-LISTER LES RECLAMATIONS D'UN CLIENT".
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM OUVRIR-RECLAMATION
               WHEN 2
                   PERFORM AFFECTER-RECLAMATION
               WHEN 3
                   PERFORM CLOTURER-RECLAMATION
               WHEN 4
                   PERFORM CONSULTER-RECLAMATION
               WHEN 5
                   PERFORM LISTER-RECLAMATIONS-CLIENT
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.
           GOBACK.

       OUVRIR-RECLAMATION.
           PERFORM CHARGER-RECLAMATIONS.
           IF WS-REC-SURCHARGE = "O" OR WS-NB-REC >= 2000
               DISPLAY "PLUS DE 2000 RECLAMATIONS, TABLE PLEINE"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-DERNIER-NUMERO.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-NB-REC
               MOVE WS-REC-IMAGE(WS-R) TO REC-ENREG
               IF REC-NUMERO > WS-DERNIER-NUMERO
                   MOVE REC-NUMERO TO WS-DERNIER-NUMERO
               END-IF
           END-PERFORM.
           ADD 1 TO WS-DERNIER-NUMERO.

           DISPLAY "MATRICULE DU CLIENT :".
           ACCEPT WS-MAT-SAISI.
           OPEN INPUT CLIENT-MASTER.
           MOVE WS-MAT-SAISI TO CLM-MAT-CLT.
           READ CLIENT-MASTER
               INVALID KEY
                   DISPLAY "CLIENT INTROUVABLE !"
                   CLOSE CLIENT-MASTER
                   EXIT PARAGRAPH
           END-READ.
           CLOSE CLIENT-MASTER.
           DISPLAY "CLIENT : " CLM-NOM-CLT " " CLM-PRENOM-CLT.

           MOVE SPACES TO REC-ENREG.
           MOVE WS-MAT-SAISI TO REC-MAT-CLT.

           DISPLAY "CATEGORIE (O=OPERATION NON RECONNUE, F=FRAIS, "
                   "V=VIREMENT, C=CARTE, A=AUTRE) :".
           ACCEPT REC-CATEGORIE.
           IF REC-CATEGORIE NOT = "O" AND REC-CATEGORIE NOT = "F"
              AND REC-CATEGORIE NOT = "V" AND REC-CATEGORIE NOT = "C"
              AND REC-CATEGORIE NOT = "A"
               DISPLAY "CATEGORIE INVALIDE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CANAL (G=GUICHET, T=TELEPHONE, E=E-MAIL, "
                   "C=COURRIER) :".
           ACCEPT REC-CANAL.
           IF REC-CANAL NOT = "G" AND REC-CANAL NOT = "T"
              AND REC-CANAL NOT = "E" AND REC-CANAL NOT = "C"
               DISPLAY "CANAL INVALIDE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "OBJET DE LA RECLAMATION :".
           ACCEPT REC-OBJET.

           DISPLAY "EMPLOYEE-ID DE L'EMPLOYE QUI RECOIT :".
           ACCEPT WS-EMPLOYE-SAISI.
           PERFORM CONTROLER-EMPLOYE.
           IF WS-EMPLOYE-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EMPLOYE-SAISI TO REC-RECU-PAR.

           DISPLAY "RATTACHEMENT (J=RECU DU JOURNAL, V=VIREMENT "
                   "SORTANT, VIDE=AUCUN) :".
           ACCEPT REC-LIEN-TYPE.
           MOVE ZERO TO REC-LIEN-SEQ.
           EVALUATE REC-LIEN-TYPE
               WHEN "J"
                   PERFORM RATTACHER-RECU-JOURNAL
               WHEN "V"
                   PERFORM RATTACHER-VIREMENT
               WHEN SPACE
                   MOVE "O" TO WS-LIEN-OK
               WHEN OTHER
                   DISPLAY "RATTACHEMENT INVALIDE"
                   MOVE "N" TO WS-LIEN-OK
           END-EVALUATE.
           IF WS-LIEN-OK = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DERNIER-NUMERO TO REC-NUMERO.
           MOVE WS-AUJOURD-HUI    TO REC-DATE-OUVERTURE.
           MOVE WS-AGENCE         TO REC-AGENCE.
           MOVE ZERO              TO REC-ASSIGNE.
           MOVE "O"               TO REC-STATUT.
           MOVE ZERO              TO REC-REMB-SEQ.
           OPEN EXTEND RECLAMATIONS-FICHIER.
           IF WS-REC-FILESTATUS = "35"
               OPEN OUTPUT RECLAMATIONS-FICHIER
           END-IF.
           WRITE REC-ENREG.
           CLOSE RECLAMATIONS-FICHIER.
           DISPLAY "RECLAMATION NUMERO " REC-NUMERO " OUVERTE.".
           EXIT.
       FIN-OUVRIR-RECLAMATION.

      *    recu conteste : il doit exister au journal vif ; le
      *    compte mouvemente est retenu avec le dossier.
       RATTACHER-RECU-JOURNAL.
           MOVE "N" TO WS-LIEN-OK.
           PERFORM SAISIR-DATE-LIEN.
           DISPLAY "NUMERO DE RECU :".
           ACCEPT WS-SEQ-SAISI.
           OPEN INPUT JOURNAL-OPERATIONS.
           IF WS-JRN-FILESTATUS NOT = "00"
               DISPLAY "JOURNAL INDISPONIBLE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-SAISIE TO JRN-DATE-OPE.
           MOVE WS-SEQ-SAISI   TO JRN-NUM-SEQ.
           READ JOURNAL-OPERATIONS
               INVALID KEY
                   DISPLAY "RECU INTROUVABLE AU JOURNAL"
                   CLOSE JOURNAL-OPERATIONS
                   EXIT PARAGRAPH
           END-READ.
           CLOSE JOURNAL-OPERATIONS.
           DISPLAY "RECU " JRN-CODE-OPE " COMPTE " JRN-NUM-CPT
                   " MONTANT " JRN-MONTANT " " JRN-DEVISE.
           MOVE WS-DATE-SAISIE TO REC-LIEN-DATE.
           MOVE WS-SEQ-SAISI   TO REC-LIEN-SEQ.
           MOVE JRN-NUM-CPT    TO REC-LIEN-CPT.
           MOVE "O" TO WS-LIEN-OK.
           EXIT.
       FIN-RATTACHER-RECU-JOURNAL.

      *    virement sortant : retrouve par sa date, le compte debite
      *    et l'identifiant du beneficiaire, comme a l'acquittement.
       RATTACHER-VIREMENT.
           MOVE "N" TO WS-LIEN-OK.
           PERFORM SAISIR-DATE-LIEN.
           DISPLAY "NUM COMPTE DEBITE :".
           ACCEPT REC-LIEN-CPT.
           DISPLAY "IDENTIFIANT DU BENEFICIAIRE :".
           ACCEPT REC-LIEN-BENEF.
           OPEN INPUT VIREMENTS-SORTANTS.
           IF WS-VSO-FILESTATUS = "00"
               PERFORM UNTIL WS-VSO-FILESTATUS NOT = "00"
                          OR WS-LIEN-OK = "O"
                   READ VIREMENTS-SORTANTS
                       AT END MOVE "10" TO WS-VSO-FILESTATUS
                       NOT AT END
                           IF VSO-DATE = WS-DATE-SAISIE
                              AND VSO-NUM-CPT = REC-LIEN-CPT
                              AND VSO-ID-EXTERNE = REC-LIEN-BENEF
                               MOVE "O" TO WS-LIEN-OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VIREMENTS-SORTANTS
           END-IF.
           IF WS-LIEN-OK = "N"
               DISPLAY "VIREMENT SORTANT INTROUVABLE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "VIREMENT " VSO-MONTANT " " VSO-DEVISE " A "
                   VSO-NOM-BENEF " STATUT " VSO-STATUT.
           MOVE WS-DATE-SAISIE TO REC-LIEN-DATE.
           EXIT.
       FIN-RATTACHER-VIREMENT.

       SAISIR-DATE-LIEN.
           MOVE "N" TO WS-CTRL-VALIDE.
           PERFORM UNTIL WS-CTRL-VALIDE = "O"
               DISPLAY "DATE DE L'OPERATION (AAAAMMJJ) :"
               ACCEPT WS-DATE-SAISIE
               MOVE "P" TO WS-CTRL-MODE
               CALL WS-PGM-CTRL-DATE USING WS-DATE-SAISIE
                    WS-CTRL-MODE WS-CTRL-VALIDE
               IF WS-CTRL-VALIDE = "N"
                   DISPLAY "DATE INVALIDE !"
               END-IF
           END-PERFORM.
           EXIT.
       FIN-SAISIR-DATE-LIEN.

      *    prise en charge ou reaffectation d'un dossier non clos.
       AFFECTER-RECLAMATION.
           PERFORM CHARGER-RECLAMATIONS.
           IF WS-REC-SURCHARGE = "O"
               DISPLAY "PLUS DE 2000 RECLAMATIONS, TABLE PLEINE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NUMERO DE RECLAMATION :".
           ACCEPT WS-NUMERO-SAISI.
           PERFORM CHERCHER-RECLAMATION.
           IF WS-REC-POS = 0
               DISPLAY "RECLAMATION INTROUVABLE"
               EXIT PARAGRAPH
           END-IF.
           IF REC-STATUT = "C"
               DISPLAY "RECLAMATION DEJA CLOSE LE " REC-DATE-CLOTURE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "EMPLOYEE-ID DU CHARGE DE DOSSIER :".
           ACCEPT WS-EMPLOYE-SAISI.
           PERFORM CONTROLER-EMPLOYE.
           IF WS-EMPLOYE-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EMPLOYE-SAISI TO REC-ASSIGNE.
           MOVE "I" TO REC-STATUT.
           MOVE REC-ENREG TO WS-REC-IMAGE(WS-REC-POS).
           PERFORM SAUVER-RECLAMATIONS.
           DISPLAY "RECLAMATION " REC-NUMERO " AFFECTEE A "
                   REC-ASSIGNE.
           EXIT.
       FIN-AFFECTER-RECLAMATION.

      *    cloture : issue, reponse au client et, pour une
      *    reclamation fondee, recu du remboursement pose au guichet.
       CLOTURER-RECLAMATION.
           PERFORM CHARGER-RECLAMATIONS.
           IF WS-REC-SURCHARGE = "O"
               DISPLAY "PLUS DE 2000 RECLAMATIONS, TABLE PLEINE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NUMERO DE RECLAMATION :".
           ACCEPT WS-NUMERO-SAISI.
           PERFORM CHERCHER-RECLAMATION.
           IF WS-REC-POS = 0
               DISPLAY "RECLAMATION INTROUVABLE"
               EXIT PARAGRAPH
           END-IF.
           IF REC-STATUT = "C"
               DISPLAY "RECLAMATION DEJA CLOSE LE " REC-DATE-CLOTURE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "ISSUE (F=FONDEE, N=NON FONDEE) :".
           ACCEPT REC-ISSUE.
           IF REC-ISSUE NOT = "F" AND REC-ISSUE NOT = "N"
               DISPLAY "ISSUE INVALIDE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "REPONSE FAITE AU CLIENT :".
           ACCEPT REC-RESOLUTION.

           MOVE SPACES TO REC-REMB-DATE.
           MOVE ZERO   TO REC-REMB-SEQ.
           IF REC-ISSUE = "F"
               DISPLAY "REMBOURSEMENT POSE ? (O/N)"
               ACCEPT WS-REPONSE
               IF WS-REPONSE = "O"
                   PERFORM RATTACHER-REMBOURSEMENT
                   IF WS-LIEN-OK = "N"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.

           IF REC-ASSIGNE = ZERO
               MOVE REC-RECU-PAR TO REC-ASSIGNE
           END-IF.
           MOVE "C" TO REC-STATUT.
           MOVE WS-AUJOURD-HUI TO REC-DATE-CLOTURE.
           MOVE REC-ENREG TO WS-REC-IMAGE(WS-REC-POS).
           PERFORM SAUVER-RECLAMATIONS.
           DISPLAY "RECLAMATION " REC-NUMERO " CLOSE.".
           EXIT.
       FIN-CLOTURER-RECLAMATION.

      *    le remboursement est un credit deja pose au journal.
       RATTACHER-REMBOURSEMENT.
           MOVE "N" TO WS-LIEN-OK.
           DISPLAY "DATE DU REMBOURSEMENT (AAAAMMJJ) :".
           ACCEPT WS-DATE-SAISIE.
           DISPLAY "NUMERO DE RECU DU REMBOURSEMENT :".
           ACCEPT WS-SEQ-SAISI.
           OPEN INPUT JOURNAL-OPERATIONS.
           IF WS-JRN-FILESTATUS NOT = "00"
               DISPLAY "JOURNAL INDISPONIBLE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-SAISIE TO JRN-DATE-OPE.
           MOVE WS-SEQ-SAISI   TO JRN-NUM-SEQ.
           READ JOURNAL-OPERATIONS
               INVALID KEY
                   DISPLAY "RECU INTROUVABLE AU JOURNAL"
                   CLOSE JOURNAL-OPERATIONS
                   EXIT PARAGRAPH
           END-READ.
           CLOSE JOURNAL-OPERATIONS.
           IF JRN-SENS NOT = "C"
               DISPLAY "LE RECU N'EST PAS UN CREDIT"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CREDIT " JRN-MONTANT " " JRN-DEVISE " SUR "
                   JRN-NUM-CPT.
           MOVE WS-DATE-SAISIE TO REC-REMB-DATE.
           MOVE WS-SEQ-SAISI   TO REC-REMB-SEQ.
           MOVE "O" TO WS-LIEN-OK.
           EXIT.
       FIN-RATTACHER-REMBOURSEMENT.

       CONSULTER-RECLAMATION.
           PERFORM CHARGER-RECLAMATIONS.
           DISPLAY "NUMERO DE RECLAMATION :".
           ACCEPT WS-NUMERO-SAISI.
           PERFORM CHERCHER-RECLAMATION.
           IF WS-REC-POS = 0
               DISPLAY "RECLAMATION INTROUVABLE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "******** RECLAMATION " REC-NUMERO " ********".
           DISPLAY "CLIENT        : " REC-MAT-CLT.
           DISPLAY "OUVERTE LE    : " REC-DATE-OUVERTURE
                   " AGENCE " REC-AGENCE.
           DISPLAY "CATEGORIE     : " REC-CATEGORIE
                   "   CANAL : " REC-CANAL.
           DISPLAY "OBJET         : " REC-OBJET.
           DISPLAY "RECUE PAR     : " REC-RECU-PAR
                   "   CHARGE : " REC-ASSIGNE.
           DISPLAY "STATUT        : " REC-STATUT.
           EVALUATE REC-LIEN-TYPE
               WHEN "J"
                   DISPLAY "RECU CONTESTE : " REC-LIEN-DATE " / "
                           REC-LIEN-SEQ " COMPTE " REC-LIEN-CPT
               WHEN "V"
                   DISPLAY "VIREMENT      : " REC-LIEN-DATE
                           " COMPTE " REC-LIEN-CPT
                           " BENEF " REC-LIEN-BENEF
           END-EVALUATE.
           IF REC-STATUT = "C"
               DISPLAY "CLOSE LE      : " REC-DATE-CLOTURE
                       "   ISSUE : " REC-ISSUE
               DISPLAY "REPONSE       : " REC-RESOLUTION
               IF REC-REMB-SEQ NOT = ZERO
                   DISPLAY "REMBOURSEMENT : " REC-REMB-DATE " / "
                           REC-REMB-SEQ
               END-IF
           END-IF.
           EXIT.
       FIN-CONSULTER-RECLAMATION.

       LISTER-RECLAMATIONS-CLIENT.
           DISPLAY "MATRICULE DU CLIENT :".
           ACCEPT WS-MAT-SAISI.
           MOVE ZERO TO WS-NB-DOSSIERS.
           OPEN INPUT RECLAMATIONS-FICHIER.
           IF WS-REC-FILESTATUS = "00"
               PERFORM UNTIL WS-REC-FILESTATUS NOT = "00"
                   READ RECLAMATIONS-FICHIER
                       AT END MOVE "10" TO WS-REC-FILESTATUS
                       NOT AT END
                           IF REC-MAT-CLT = WS-MAT-SAISI
                               ADD 1 TO WS-NB-DOSSIERS
                               DISPLAY "  " REC-NUMERO " "
                                       REC-DATE-OUVERTURE " "
                                       REC-CATEGORIE " "
                                       REC-STATUT " " REC-OBJET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECLAMATIONS-FICHIER
           END-IF.
           DISPLAY WS-NB-DOSSIERS " RECLAMATION(S).".
           EXIT.
       FIN-LISTER-RECLAMATIONS-CLIENT.

       CONTROLER-EMPLOYE.
           MOVE "N" TO WS-EMPLOYE-OK.
           OPEN INPUT Employee.
           IF WS-EMP-FILESTATUS NOT = "00"
               DISPLAY "FICHIER DES EMPLOYES INDISPONIBLE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EMPLOYE-SAISI TO Employee-ID.
           READ Employee KEY IS Employee-ID
               INVALID KEY
                   DISPLAY "EMPLOYEE-ID INCONNU !"
               NOT INVALID KEY
                   MOVE "O" TO WS-EMPLOYE-OK
           END-READ.
           CLOSE Employee.
           EXIT.
       FIN-CONTROLER-EMPLOYE.

       CHARGER-RECLAMATIONS.
           MOVE ZERO TO WS-NB-REC.
           MOVE "N" TO WS-REC-SURCHARGE.
           OPEN INPUT RECLAMATIONS-FICHIER.
           IF WS-REC-FILESTATUS = "00"
               PERFORM UNTIL WS-REC-FILESTATUS NOT = "00"
                   READ RECLAMATIONS-FICHIER
                       AT END MOVE "10" TO WS-REC-FILESTATUS
                       NOT AT END
                           IF WS-NB-REC < 2000
                               ADD 1 TO WS-NB-REC
                               MOVE REC-ENREG TO
                                    WS-REC-IMAGE(WS-NB-REC)
                           ELSE
                               MOVE "O" TO WS-REC-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECLAMATIONS-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-RECLAMATIONS.

       CHERCHER-RECLAMATION.
           MOVE ZERO TO WS-REC-POS.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-NB-REC OR WS-REC-POS > 0
               MOVE WS-REC-IMAGE(WS-R) TO REC-ENREG
               IF REC-NUMERO = WS-NUMERO-SAISI
                   MOVE WS-R TO WS-REC-POS
               END-IF
           END-PERFORM.
           EXIT.
       FIN-CHERCHER-RECLAMATION.

       SAUVER-RECLAMATIONS.
           OPEN OUTPUT RECLAMATIONS-FICHIER.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-NB-REC
               MOVE WS-REC-IMAGE(WS-R) TO REC-ENREG
               WRITE REC-ENREG
           END-PERFORM.
           CLOSE RECLAMATIONS-FICHIER.
           EXIT.
       FIN-SAUVER-RECLAMATIONS.

       END PROGRAM MAJ-RECLAMATIONS.
