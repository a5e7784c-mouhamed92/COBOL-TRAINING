      * Author:  MOHAMED
      * Date:
      * Purpose: Shared layout for the account master COMPTE-MASTER.DAT
      *          (indexed on CPM-NUM-CPT, alternate key CPM-TITUL-CPT
      *          with duplicates so a client's accounts are read by
      *          key - declare both keys in every SELECT; existing
      *          files are converted once by REINDEXER-COMPTES), used
      *          by every program that declares the file so the field
      *          list only has to be extended in one place.
      *          CPM-STATUT : A = actif,
      *          C = cloture, B = bloque apres echecs PIN repetes,
      *          D = dormant (aucune operation a l'initiative du
      *          client depuis plus de 12 mois, pose par le batch
      *          COMPTES-DORMANTS ; la reactivation au guichet exige
      *          un superviseur), S = gele (titulaire decede,
      *          succession ouverte dans BANQUE-CLT ; degel ou
      *          cloture au reglement de la succession).
      *          CPM-ECHECS-PIN compte les codes PIN faux consecutifs ;
      *          remis a zero a chaque PIN correct, le compte passe au
      *          statut B au troisieme echec et seul le deblocage
