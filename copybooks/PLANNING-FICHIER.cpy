      *>Planning des equipes (SELECT) : une ligne par poste prevu,
      *>operateur, date, debut et fin. Tenu par PlanningEquipes
      *>(sous son verrou), range par date, operateur et debut ;
      *>EcartsPlanning le confronte aux pointages reels.
           SELECT OPTIONAL FICHIER-PLANNING
               ASSIGN TO "PLANNING.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-planning.
