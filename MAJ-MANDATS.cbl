               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    MAN-STATUT : A = actif, R = resilie, S = suspendu (deces
      *    du titulaire, pose par BANQUE-CLT).
       FD  MANDATS-FICHIER.
       01  MAN-ENREG.
           05  MAN-CODE-CREANCIER PIC X(5).
