      *>Clients en compte (SELECT) : une ligne par client, cle
      *>CLI-CODE. Entretenu par MaintenanceClients sous
      *>VERROU-CLIENTS.LCK, lu par CalculPrix (vente en compte), par
      *>ReglementsClients, EtatClients et RelancesClients.
           SELECT OPTIONAL FICHIER-CLIENTS
               ASSIGN TO "CLIENTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-clients.
