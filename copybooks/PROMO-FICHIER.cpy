      *>Promotions datees (SELECT) : une ligne par promotion, cle
      *>PRM-CODE. Entretenu par MaintenancePromotions sous
      *>VERROU-PROMOTIONS.LCK, lu par CalculPrix qui applique de
      *>lui-meme la promotion valide a chaque ligne de ticket.
           SELECT OPTIONAL FICHIER-PROMOTIONS
               ASSIGN TO "PROMOTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-promotions.
