      *          de sequence (JRN-CLE-JOURNAL) so the daily-limit check
      *          and the next-receipt-number lookup can START on the
      *          day's records instead of re-reading the whole history.
      *          Alternate key JRN-NUM-CPT with duplicates so an
      *          account's movements are read by key - declare both
      *          keys in every SELECT; the monthly archives
      *          JOURNAL-AAAAMM.DAT carry the same two keys. Existing
      *          files are converted once by REINDEXER-JOURNAL.
      *          Used by OPERATIONS, TRAITER-ORDRES, INTERETS,
      *          FRAIS-MINIMUM, RECONCILIATION, CONSULTATION-JOURNAL
      *          and RELEVE-MENSUEL so the field list only has to be
