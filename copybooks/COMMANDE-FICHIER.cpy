      *>Commandes aux fournisseurs (SELECT) : une ligne par ligne de
      *>commande, cle CDE-NUMERO + CDE-LIGNE. Ecrit par
      *>CommandesFournisseurs sous VERROU-COMMANDES.LCK, lu par
      *>MaintenanceFournisseurs (commandes en cours d'un fournisseur).
           SELECT OPTIONAL FICHIER-COMMANDES
               ASSIGN TO "COMMANDES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-commandes.
