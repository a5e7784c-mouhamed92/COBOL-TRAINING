      ******************************************************************
      * Author:  MOHAMED
      * Date:
      * Purpose: Shared layout for the rejected batch lines file
      *          REJETS-LOTS.DAT, written by CONSIGNER-REJET on behalf
      *          of POSTER-LOT, PRELEVEMENTS, INTEGRATION-RECUS and
      *          SALAIRES-CLIENTS, and worked by REPRISE-REJETS.
      *          REJ-LIGNE-ORIGINE keeps the input line exactly as it
      *          was rejected; REJ-LIGNE is the line to resubmit, once
      *          corrected. REJ-STATUT : A = to be worked, C = ready
      *          for resubmission, S = resubmitted (REJ-NUM-REPRISE of
      *          the day), N = cancelled (REJ-MOTIF-ANNUL).
      * Tectonics: cobc
      ******************************************************************
       01  REJ-ENREG.
           05  REJ-DATE          PIC X(8).
           05  FILLER            PIC X(1).
           05  REJ-SOURCE        PIC X(20).
           05  FILLER            PIC X(1).
           05  REJ-NUM-LIGNE     PIC 9(5).
           05  FILLER            PIC X(1).
           05  REJ-REF-LOT       PIC X(12).
           05  FILLER            PIC X(1).
           05  REJ-MOTIF         PIC X(40).
           05  FILLER            PIC X(1).
           05  REJ-STATUT        PIC X(1).
           05  FILLER            PIC X(1).
           05  REJ-DATE-TRAIT    PIC X(8).
           05  FILLER            PIC X(1).
           05  REJ-OPERATEUR     PIC 9(5).
           05  FILLER            PIC X(1).
           05  REJ-NUM-REPRISE   PIC 9(3).
           05  FILLER            PIC X(1).
           05  REJ-MOTIF-ANNUL   PIC X(30).
           05  FILLER            PIC X(1).
           05  REJ-LIGNE-ORIGINE PIC X(100).
           05  FILLER            PIC X(1).
           05  REJ-LIGNE         PIC X(100).
