      *    d'audit centrale ; la validation de completude est chez
      *    EXTRACTION-GL, qui refuse desormais bruyamment une
      *    journee au code non mappe.
      *    La ligne de code *RAN (sens C) n'est pas un code journal :
      *    son compte au credit est le report a nouveau sur lequel
      *    CLOTURE-ANNUELLE solde les comptes de gestion.
      *    La ligne de code *DEP (sens C) donne les comptes de la
      *    clientele que ETAT-BANQUE-CENTRALE rapproche de ses totaux :
      *    depots au credit, decouverts au debit (le meme compte, ou
      *    le debit a blanc, pour un rapprochement en net).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
