      *>Fournisseurs (SELECT) : une ligne par fournisseur, cle
      *>FOU-CODE. Entretenu par MaintenanceFournisseurs sous
      *>VERROU-FOURNISSEURS.LCK, lu par MaintenanceArticles
      *>(fournisseur principal) et par CommandesFournisseurs.
           SELECT OPTIONAL FICHIER-FOURNISSEURS
               ASSIGN TO "FOURNISSEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-fournisseurs.
