      *    jour qui ne s'equilibre pas (code non mappe) est signale
      *    bruyamment et ne doit pas etre expedie a la comptabilite.
      *    Fini la ressaisie a la main depuis le BILAN-COMPTES.
      *    Une ecriture posee par une agence (JRN-AGENCE) sur un
      *    compte tenu par une autre (CPM-AGENCE) donne en plus une
      *    ecriture de liaison entre les comptes LIA+agence des deux
      *    agences - l'agence du guichet doit a l'agence du compte
      *    ce qu'elle a encaisse pour lui, et inversement. Les deux
      *    jambes partent dans LIAISONS-AAAAMMJJ.DAT, que
      *    RAPPROCHER-LIAISONS rapproche chaque nuit.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

      *    table de correspondance comptable : code operation + sens
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILESTATUS.

      *    agence teneuse du compte mouvemente.
           SELECT COMPTE-MASTER ASSIGN TO "COMPTE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

           SELECT LIAISONS-FICHIER ASSIGN TO WS-LIA-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIA-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  EXTRAIT-GL.
       01  EXT-LIGNE           PIC X(100).

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

      *    une jambe de liaison par agence : LIA-AGENCE la passe dans
      *    ses livres face a LIA-CONTREPARTIE ; LIA-SENS D = creance
      *    sur la contrepartie, C = dette envers elle. Les deux
      *    jambes d'une meme ecriture portent la date et le recu du
      *    journal.
       FD  LIAISONS-FICHIER.
       01  LIA-ENREG.
           05  LIA-DATE         PIC X(8).
           05  FILLER           PIC X(1).
           05  LIA-NUM-SEQ      PIC 9(5).
           05  FILLER           PIC X(1).
           05  LIA-AGENCE       PIC X(3).
           05  FILLER           PIC X(1).
           05  LIA-CONTREPARTIE PIC X(3).
           05  FILLER           PIC X(1).
           05  LIA-SENS         PIC X(1).
           05  FILLER           PIC X(1).
           05  LIA-MONTANT      PIC 9(10)V9(2).
           05  FILLER           PIC X(1).
           05  LIA-DEVISE       PIC X(3).
           05  FILLER           PIC X(1).
           05  LIA-NUM-CPT      PIC X(6).

       WORKING-STORAGE SECTION.

       01  WS-JRN-FILESTATUS   PIC X(2).
       01  WS-MAP-FILESTATUS   PIC X(2).
       01  WS-EXT-FILESTATUS   PIC X(2).
       01  WS-EXT-FILE-PATH    PIC X(100).
       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-LIA-FILESTATUS   PIC X(2).
       01  WS-LIA-FILE-PATH    PIC X(100).

      *    comptes de liaison : LIA suivi du code agence.
       01  WS-LIA-GUICHET      PIC X(6).
       01  WS-LIA-TENEUSE      PIC X(6).
       01  WS-NB-LIAISONS      PIC 9(7) VALUE ZERO.

       01  WS-DATE-EXPLOIT     PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
               DELIMITED BY SIZE INTO WS-EXT-FILE-PATH
           END-STRING.
           OPEN OUTPUT EXTRAIT-GL.
           MOVE SPACES TO WS-LIA-FILE-PATH.
           STRING "LIAISONS-" WS-DATE-EXPLOIT ".DAT"
               DELIMITED BY SIZE INTO WS-LIA-FILE-PATH
           END-STRING.
           OPEN OUTPUT LIAISONS-FICHIER.
           OPEN INPUT COMPTE-MASTER.

           OPEN INPUT JOURNAL-OPERATIONS.
           IF WS-JRN-FILESTATUS = "00"
           END-IF.

           PERFORM ECRIRE-TOTAUX.
           CLOSE COMPTE-MASTER.
           CLOSE LIAISONS-FICHIER.
           CLOSE EXTRAIT-GL.
           EXIT.
       FIN-EXTRAIRE-JOURNEE.
                   DELIMITED BY SIZE INTO EXT-LIGNE
               END-STRING
               WRITE EXT-LIGNE
               IF JRN-NUM-CPT NOT = SPACES
                  AND JRN-AGENCE NOT = SPACES
                   PERFORM GENERER-LIAISON
               END-IF
           END-IF.
           EXIT.
       FIN-VENTILER-UNE-ECRITURE.

      *    credit d'un compte d'une autre agence (versement, virement
      *    recu au guichet) : l'agence du guichet a recu les fonds,
      *    elle les doit a l'agence teneuse - debit LIA teneuse,
      *    credit LIA guichet. Debit d'un compte d'une autre agence
      *    (retrait) : l'inverse.
       GENERER-LIAISON.
           MOVE JRN-NUM-CPT TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CPM-AGENCE = JRN-AGENCE OR CPM-AGENCE = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-LIA-GUICHET.
           STRING "LIA" JRN-AGENCE
               DELIMITED BY SIZE INTO WS-LIA-GUICHET
           END-STRING.
           MOVE SPACES TO WS-LIA-TENEUSE.
           STRING "LIA" CPM-AGENCE
               DELIMITED BY SIZE INTO WS-LIA-TENEUSE
           END-STRING.
           IF JRN-SENS = "C"
               MOVE WS-LIA-TENEUSE TO WS-CPT-DEBIT
               MOVE WS-LIA-GUICHET TO WS-CPT-CREDIT
           ELSE
               MOVE WS-LIA-GUICHET TO WS-CPT-DEBIT
               MOVE WS-LIA-TENEUSE TO WS-CPT-CREDIT
           END-IF.

           ADD 1 TO WS-NB-LIAISONS.
           ADD JRN-MONTANT TO WS-TOTAL-DEBITS.
           ADD JRN-MONTANT TO WS-TOTAL-CREDITS.
           MOVE SPACES TO EXT-LIGNE.
           STRING JRN-DATE-OPE " " JRN-NUM-SEQ
                  " DEBIT " WS-CPT-DEBIT
                  " CREDIT " WS-CPT-CREDIT
                  " MONTANT " JRN-MONTANT
                  " LIAI/" JRN-SENS " " JRN-AGENCE ">" CPM-AGENCE
               DELIMITED BY SIZE INTO EXT-LIGNE
           END-STRING.
           WRITE EXT-LIGNE.

           MOVE SPACES       TO LIA-ENREG.
           MOVE JRN-DATE-OPE TO LIA-DATE.
           MOVE JRN-NUM-SEQ  TO LIA-NUM-SEQ.
           MOVE JRN-MONTANT  TO LIA-MONTANT.
           MOVE JRN-DEVISE   TO LIA-DEVISE.
           MOVE JRN-NUM-CPT  TO LIA-NUM-CPT.
           MOVE JRN-AGENCE   TO LIA-AGENCE.
           MOVE CPM-AGENCE   TO LIA-CONTREPARTIE.
           IF JRN-SENS = "C"
               MOVE "C" TO LIA-SENS
           ELSE
               MOVE "D" TO LIA-SENS
           END-IF.
           WRITE LIA-ENREG.
           MOVE CPM-AGENCE   TO LIA-AGENCE.
           MOVE JRN-AGENCE   TO LIA-CONTREPARTIE.
           IF JRN-SENS = "C"
               MOVE "D" TO LIA-SENS
           ELSE
               MOVE "C" TO LIA-SENS
           END-IF.
           WRITE LIA-ENREG.
           EXIT.
       FIN-GENERER-LIAISON.

       ECRIRE-TOTAUX.
           MOVE SPACES TO EXT-LIGNE.
           STRING "TOTAUX " WS-NB-ECRITURES
           DISPLAY "========= EXTRACTION GRAND LIVRE =========".
           DISPLAY "JOURNEE          : " WS-DATE-EXPLOIT.
           DISPLAY "ECRITURES GL     : " WS-NB-ECRITURES.
           DISPLAY "LIAISONS AGENCES : " WS-NB-LIAISONS.
           DISPLAY "TOTAL DEBITS     : " WS-TOTAL-DEBITS.
           DISPLAY "TOTAL CREDITS    : " WS-TOTAL-CREDITS.
           IF WS-NB-NON-MAPPEES > 0
