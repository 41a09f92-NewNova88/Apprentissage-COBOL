      *>Fichier maitre des articles vendus au comptoir (SELECT) :
      *>une ligne par article, cle ART-CODE. Entretenu par
      *>MaintenanceArticles, lu par CalculPrix pour les lignes de
      *>ticket, dont le stock est deduit sous VERROU-ARTICLES.LCK.
           SELECT OPTIONAL FICHIER-ARTICLES
               ASSIGN TO "ARTICLES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-articles.
