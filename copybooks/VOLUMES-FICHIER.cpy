      *>Historique des volumes des fichiers de donnees (SELECT) :
      *>une ligne par fichier et par mesure. Tenu par MesureVolumes
      *>(job VOLUMES de PiloteNuit, chaque nuit) ; relu par
      *>ControleAlertes pour la condition CAPACITE.
           SELECT OPTIONAL FICHIER-VOLUMES
               ASSIGN TO "VOLUMES-HISTO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-volumes.
