      *    jour ouvre du mois (le jour ouvre suivant change de mois)
      *    - les jobs mensuels comme le releve tournent ainsi de la
      *    chaine au lieu d'etre lances a la main.
       01  WS-NB-ETAPES        PIC 9(2) VALUE 65.
       01  WS-TABLE-ETAPES.
         05 WS-ETAPE  OCCURS 65 TIMES.
           10  WS-ETAPE-PGM     PIC X(20).
           10  WS-ETAPE-FREQ    PIC X(1).
           10  WS-ETAPE-FAITE   PIC X(1).
       01  WS-DATE-SUIVANTE    PIC X(8).
       01  WS-FIN-DE-MOIS      PIC X(1) VALUE "N".

      *    durees de la nuit relues dans RUN-CONTROL une fois la
      *    chaine finie : historique et etat de tenue des delais.
       01  WS-PGM-DUREES       PIC X(20) VALUE "DUREES-BATCH".

       01  WS-E                PIC 9(2).
       01  WS-K                PIC 9(2).
       01  WS-PGM-COURANT      PIC X(20).
               PERFORM EXECUTER-ETAPE
           END-PERFORM.

           CALL WS-PGM-DUREES USING WS-DATE-EXPLOIT.

           DISPLAY "=========================================".
           DISPLAY "   FIN DU TRAITEMENT BATCH DU JOUR".
           DISPLAY "=========================================".
           MOVE "Q"                  TO WS-ETAPE-FREQ(1).
           MOVE "FRAIS-MINIMUM"      TO WS-ETAPE-PGM(2).
           MOVE "Q"                  TO WS-ETAPE-FREQ(2).
           MOVE "COTISATIONS-FORFAITS"TO WS-ETAPE-PGM(3).
           MOVE "M"                  TO WS-ETAPE-FREQ(3).
           MOVE "FACTURATION-COFFRES"TO WS-ETAPE-PGM(4).
           MOVE "M"                  TO WS-ETAPE-FREQ(4).
           MOVE "RENOUVELER-CARTES"  TO WS-ETAPE-PGM(5).
           MOVE "M"                  TO WS-ETAPE-FREQ(5).
           MOVE "INTERETS-DEBITEURS" TO WS-ETAPE-PGM(6).
           MOVE "Q"                  TO WS-ETAPE-FREQ(6).
           MOVE "ECHEANCES-PRETS"    TO WS-ETAPE-PGM(7).
           MOVE "Q"                  TO WS-ETAPE-FREQ(7).
           MOVE "ARRIERES-PRETS"     TO WS-ETAPE-PGM(8).
           MOVE "Q"                  TO WS-ETAPE-FREQ(8).
           MOVE "PROVISIONS-PRETS"   TO WS-ETAPE-PGM(9).
           MOVE "Q"                  TO WS-ETAPE-FREQ(9).
           MOVE "ECHEANCE-DEPOTS"    TO WS-ETAPE-PGM(10).
           MOVE "Q"                  TO WS-ETAPE-FREQ(10).
           MOVE "INTERETS-COURUS"    TO WS-ETAPE-PGM(11).
           MOVE "Q"                  TO WS-ETAPE-FREQ(11).
           MOVE "EXPIRATION-DECOUVERTS"TO WS-ETAPE-PGM(12).
           MOVE "Q"                  TO WS-ETAPE-FREQ(12).
           MOVE "ECHEANCES-CAUTIONS" TO WS-ETAPE-PGM(13).
           MOVE "Q"                  TO WS-ETAPE-FREQ(13).
           MOVE "RETOURS-CHEQUES"    TO WS-ETAPE-PGM(14).
           MOVE "Q"                  TO WS-ETAPE-FREQ(14).
           MOVE "COMPENSATION-CHEQUES"TO WS-ETAPE-PGM(15).
           MOVE "Q"                  TO WS-ETAPE-FREQ(15).
           MOVE "TRAITER-ORDRES"     TO WS-ETAPE-PGM(16).
           MOVE "Q"                  TO WS-ETAPE-FREQ(16).
           MOVE "PLANS-EPARGNE"      TO WS-ETAPE-PGM(17).
           MOVE "Q"                  TO WS-ETAPE-FREQ(17).
           MOVE "REMISES-FACTURIERS" TO WS-ETAPE-PGM(18).
           MOVE "Q"                  TO WS-ETAPE-FREQ(18).
           MOVE "BORDEREAUX-ASSURANCE"TO WS-ETAPE-PGM(19).
           MOVE "M"                  TO WS-ETAPE-FREQ(19).
           MOVE "MAJORITE-MINEURS"   TO WS-ETAPE-PGM(20).
           MOVE "Q"                  TO WS-ETAPE-FREQ(20).
           MOVE "INTEGRATION-DEMANDES"TO WS-ETAPE-PGM(21).
           MOVE "Q"                  TO WS-ETAPE-FREQ(21).
           MOVE "RECONCILIATION"     TO WS-ETAPE-PGM(22).
           MOVE "Q"                  TO WS-ETAPE-FREQ(22).
           MOVE "BILAN-COMPTES"      TO WS-ETAPE-PGM(23).
           MOVE "Q"                  TO WS-ETAPE-FREQ(23).
           MOVE "RAPPORT-AGE"        TO WS-ETAPE-PGM(24).
           MOVE "Q"                  TO WS-ETAPE-FREQ(24).
           MOVE "EXTRACTION-GL"      TO WS-ETAPE-PGM(25).
           MOVE "Q"                  TO WS-ETAPE-FREQ(25).
           MOVE "RAPPROCHER-LIAISONS"TO WS-ETAPE-PGM(26).
           MOVE "Q"                  TO WS-ETAPE-FREQ(26).
           MOVE "RAPPORT-CONFORMITE" TO WS-ETAPE-PGM(27).
           MOVE "Q"                  TO WS-ETAPE-FREQ(27).
           MOVE "DETECTION-USURPATION"TO WS-ETAPE-PGM(28).
           MOVE "Q"                  TO WS-ETAPE-FREQ(28).
           MOVE "RAPPROCHER-ANNUAIRE"TO WS-ETAPE-PGM(29).
           MOVE "Q"                  TO WS-ETAPE-FREQ(29).
           MOVE "NOTATION-RISQUE"    TO WS-ETAPE-PGM(30).
           MOVE "Q"                  TO WS-ETAPE-FREQ(30).
           MOVE "REMISES-INTERBANCAIRES"TO WS-ETAPE-PGM(31).
           MOVE "Q"                  TO WS-ETAPE-FREQ(31).
           MOVE "ACQUITS-INTERBANCAIRES"TO WS-ETAPE-PGM(32).
           MOVE "Q"                  TO WS-ETAPE-FREQ(32).
           MOVE "RAPPROCHEMENT-NOSTRO"TO WS-ETAPE-PGM(33).
           MOVE "Q"                  TO WS-ETAPE-FREQ(33).
           MOVE "RAPPORT-ATTENTE"    TO WS-ETAPE-PGM(34).
           MOVE "Q"                  TO WS-ETAPE-FREQ(34).
           MOVE "POSITION-ESPECES"   TO WS-ETAPE-PGM(35).
           MOVE "Q"                  TO WS-ETAPE-FREQ(35).
           MOVE "RAPPROCHEMENT-GAB"  TO WS-ETAPE-PGM(36).
           MOVE "Q"                  TO WS-ETAPE-FREQ(36).
           MOVE "RESUME-CHANGE"      TO WS-ETAPE-PGM(37).
           MOVE "Q"                  TO WS-ETAPE-FREQ(37).
           MOVE "RAPPORT-CORRECTIONS"TO WS-ETAPE-PGM(38).
           MOVE "Q"                  TO WS-ETAPE-FREQ(38).
           MOVE "RAPPORT-ACTIVITE"   TO WS-ETAPE-PGM(39).
           MOVE "Q"                  TO WS-ETAPE-FREQ(39).
           MOVE "SCORECARD-KYC"      TO WS-ETAPE-PGM(40).
           MOVE "Q"                  TO WS-ETAPE-FREQ(40).
           MOVE "COMPTES-EN-ATTENTE" TO WS-ETAPE-PGM(41).
           MOVE "Q"                  TO WS-ETAPE-FREQ(41).
           MOVE "RAPPORT-REVENUS"    TO WS-ETAPE-PGM(42).
           MOVE "Q"                  TO WS-ETAPE-FREQ(42).
           MOVE "POSITION-DEVISES"   TO WS-ETAPE-PGM(43).
           MOVE "Q"                  TO WS-ETAPE-FREQ(43).
           MOVE "ALERTES-CLIENTS"    TO WS-ETAPE-PGM(44).
           MOVE "Q"                  TO WS-ETAPE-FREQ(44).
           MOVE "RESUME-EXCEPTIONS"  TO WS-ETAPE-PGM(45).
           MOVE "Q"                  TO WS-ETAPE-FREQ(45).
           MOVE "RAPPORT-RECLAMATIONS"TO WS-ETAPE-PGM(46).
           MOVE "Q"                  TO WS-ETAPE-FREQ(46).
           MOVE "FACTURER-SCOLARITE" TO WS-ETAPE-PGM(47).
           MOVE "Q"                  TO WS-ETAPE-FREQ(47).
           MOVE "REEVALUATION-DEVISES"TO WS-ETAPE-PGM(48).
           MOVE "M"                  TO WS-ETAPE-FREQ(48).
           MOVE "BILAN-RECLAMATIONS" TO WS-ETAPE-PGM(49).
           MOVE "M"                  TO WS-ETAPE-FREQ(49).
           MOVE "CENTRALE-RISQUES"   TO WS-ETAPE-PGM(50).
           MOVE "M"                  TO WS-ETAPE-FREQ(50).
           MOVE "CONCENTRATION-DEPOTS"TO WS-ETAPE-PGM(51).
           MOVE "M"                  TO WS-ETAPE-FREQ(51).
           MOVE "RENTABILITE-CLIENTS"TO WS-ETAPE-PGM(52).
           MOVE "M"                  TO WS-ETAPE-FREQ(52).
           MOVE "ETAT-REMBOURSEMENTS"TO WS-ETAPE-PGM(53).
           MOVE "M"                  TO WS-ETAPE-FREQ(53).
           MOVE "EXPOSITION-GROUPES" TO WS-ETAPE-PGM(54).
           MOVE "M"                  TO WS-ETAPE-FREQ(54).
           MOVE "BILAN-PERTES"       TO WS-ETAPE-PGM(55).
           MOVE "M"                  TO WS-ETAPE-FREQ(55).
           MOVE "RELEVE-MENSUEL"     TO WS-ETAPE-PGM(56).
           MOVE "M"                  TO WS-ETAPE-FREQ(56).
           MOVE "BALANCE-GL"         TO WS-ETAPE-PGM(57).
           MOVE "M"                  TO WS-ETAPE-FREQ(57).
           MOVE "ETAT-BANQUE-CENTRALE"TO WS-ETAPE-PGM(58).
           MOVE "M"                  TO WS-ETAPE-FREQ(58).
           MOVE "ACQUISITION-CONGES" TO WS-ETAPE-PGM(59).
           MOVE "M"                  TO WS-ETAPE-FREQ(59).
           MOVE "ARCHIVE-JOURNAL"    TO WS-ETAPE-PGM(60).
           MOVE "M"                  TO WS-ETAPE-FREQ(60).
      *    la verification de la chaine de scellement passe en
      *    dernier, apres le dernier poseur d'ecritures de la nuit
      *    (la reevaluation mensuelle comprise) : toute ecriture du
      *    jour est verifiee le jour meme.
           MOVE "VERIFIER-JOURNAL"   TO WS-ETAPE-PGM(61).
           MOVE "Q"                  TO WS-ETAPE-FREQ(61).
      *    le releve electronique des clients entreprises part apres
      *    le dernier poseur d'ecritures, sur les soldes de fin de
      *    journee.
           MOVE "RELEVE-ELECTRONIQUE"TO WS-ETAPE-PGM(62).
           MOVE "Q"                  TO WS-ETAPE-FREQ(62).
           MOVE "SAUVEGARDE-MASTERS" TO WS-ETAPE-PGM(63).
           MOVE "Q"                  TO WS-ETAPE-FREQ(63).
           MOVE "SNAPSHOT-SOLDES"    TO WS-ETAPE-PGM(64).
           MOVE "Q"                  TO WS-ETAPE-FREQ(64).
           MOVE "CLOTURE-JOURNEE"    TO WS-ETAPE-PGM(65).
           MOVE "Q"                  TO WS-ETAPE-FREQ(65).
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-NB-ETAPES
               MOVE "N" TO WS-ETAPE-FAITE(WS-E)
           END-PERFORM.
