      *    GAR-TYPE : DOMICIL (domiciliation de salaire), CAUTION
      *    (garant personnel), DEPOT (depot a terme nanti, GAR-REF
      *    porte alors le numero du depot). GAR-STATUT : A = active,
      *    L = levee, R = realisee apres passage en perte du pret
      *    (PERTES-PRETS).
       FD  GARANTIES-FICHIER.
       01  GAR-ENREG.
           05  GAR-NUM-PRET    PIC X(6).
           05  PRT-ECH-PAYEES      PIC 9(3).
           05  FILLER              PIC X(1).
           05  PRT-STATUT          PIC X(1).
           05  FILLER              PIC X(1).
           05  PRT-RESTRUCTURE     PIC X(1).
           05  FILLER              PIC X(1).
           05  PRT-DATE-RESTRUCT   PIC X(8).

      *    meme mise en forme que dans OPERATIONS.
       FD  DEPOTS-TERME.
