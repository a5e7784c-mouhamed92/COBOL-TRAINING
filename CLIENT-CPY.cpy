           05  CLM-TEL-CLT     PIC X(15).
           05  CLM-CIN-CLT     PIC X(10).
           05  CLM-PROFESSION-CLT PIC X(20).
      *    notation de risque LCB-FT posee chaque nuit par
      *    NOTATION-RISQUE : F = faible, M = moyen, E = eleve, blanc =
      *    pas encore note. La date de prochaine revue KYC
      *    obligatoire (AAAAMMJJ) en decoule : 5, 3 ou 1 an selon la
      *    notation ; la maintenance client la repousse quand la
      *    revue est faite.
           05  CLM-RISQUE-CLT  PIC X(1).
           05  CLM-REVUE-KYC   PIC X(8).
      *    personnes morales (societes, associations...) :
      *    CLM-TYPE-CLT P = particulier (blanc sur les fiches
      *    anterieures), M = personne morale. Pour une societe,
      *    CLM-NOM-CLT porte le nom usuel (cle de recherche) et le
      *    bloc ci-dessous remplace prenom, naissance, CIN et
      *    profession, laisses a blanc : raison sociale, numero du
      *    registre du commerce (unique sur le fichier), identifiant
      *    fiscal, forme juridique (SA, SARL, SNC, GIE, ASSOC...) et
      *    date d'immatriculation. Les personnes habilitees a signer
      *    pour elle sont au registre SIGNATAIRES.DAT
      *    (MAJ-SIGNATAIRES).
           05  CLM-TYPE-CLT    PIC X(1).
           05  CLM-RAISON-SOCIALE PIC X(40).
           05  CLM-RC-CLT      PIC X(15).
           05  CLM-IF-CLT      PIC X(15).
           05  CLM-FORME-JUR   PIC X(5).
           05  CLM-DATE-CREATION PIC X(8).
