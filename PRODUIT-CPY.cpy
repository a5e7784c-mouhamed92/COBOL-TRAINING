      ******************************************************************
      * Author:  MOHAMED
      * Date:
      * Purpose: Shared layout for the product master PRODUITS.DAT
      *          (one line per account type, maintained by
      *          MAJ-PRODUITS and read through LIRE-PRODUIT), used by
      *          every program that applies a rule tied to the account
      *          type so a new product needs a data line, not code.
      *          PRD-DEVISE : allowed currencies, "*" in the first
      *          slot = any approved currency.
      *          PRD-AGE-MIN / PRD-AGE-MAX : holder age bracket at
      *          opening, 999 = no upper limit. PRD-TYPE-MAJORITE :
      *          product the account moves to once the holder is past
      *          PRD-AGE-MAX (MAJORITE-MINEURS), blank = none.
      *          PRD-INTERETS : O = earns credit interest (INTERETS).
      *          PRD-DECOUVERT : O = overdraft may be granted.
      *          PRD-SOLDE-MIN / PRD-FRAIS-MIN : minimum-balance rule
      *          applied by FRAIS-MINIMUM, zero fee = none.
      *          PRD-STATUT : A = on sale, R = withdrawn (no new
      *          accounts, existing ones keep their rules).
      * Tectonics: cobc
      ******************************************************************
       01  PRODUIT-RECORD.
           05  PRD-CODE          PIC X(10).
           05  FILLER            PIC X(1).
           05  PRD-LIBELLE       PIC X(30).
           05  FILLER            PIC X(1).
           05  PRD-DEVISES.
               10  PRD-DEVISE    PIC X(3) OCCURS 5 TIMES.
           05  FILLER            PIC X(1).
           05  PRD-AGE-MIN       PIC 9(3).
           05  FILLER            PIC X(1).
           05  PRD-AGE-MAX       PIC 9(3).
           05  FILLER            PIC X(1).
           05  PRD-TYPE-MAJORITE PIC X(10).
           05  FILLER            PIC X(1).
           05  PRD-INTERETS      PIC X(1).
           05  FILLER            PIC X(1).
           05  PRD-DECOUVERT     PIC X(1).
           05  FILLER            PIC X(1).
           05  PRD-SOLDE-MIN     PIC 9(8)V9(2).
           05  FILLER            PIC X(1).
           05  PRD-FRAIS-MIN     PIC 9(6)V9(2).
           05  FILLER            PIC X(1).
           05  PRD-STATUT        PIC X(1).
