      *    mise a jour des parametres d'exploitation de la banque dans
      *    PARAMETRES.DAT : plafond journalier (LIMITE-JOUR), taux
      *    mensuel de l'epargne (TAUX-EPARGNE), seuils et frais de
      *    solde minimum par type de compte (MIN-xxx / FRAIS-xxx,
      *    repris a la creation du referentiel des produits ; ensuite
      *    ils se tiennent dans MAJ-PRODUITS).
      *    L'ancienne valeur en vigueur est affichee, la nouvelle est
      *    confirmee avant enregistrement, et chaque changement est
      *    trace dans PARAMETRES-LOG.TXT.
