      *>Bareme des frais scolaires (SELECT) : par classe et par
      *>periode, les frais de cantine et d'atelier factures aux
      *>familles. Entretenu par MaintenanceFrais, lu par
      *>FacturationFrais au lancement de la facturation.
           SELECT OPTIONAL FICHIER-FRAIS
               ASSIGN TO "FRAIS-SCOLAIRES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-frais.
