      *>Echeancier des transactions recurrentes (SELECT) : loyer,
      *>assurance, ordres permanents des fournisseurs. Entretenu par
      *>MaintenanceRecurrentes, consomme par GenerationRecurrentes
      *>(lignes dues de TRANSACTIONS.DAT) et PrevisionTresorerie.
           SELECT OPTIONAL FICHIER-RECURRENTES
               ASSIGN TO "RECURRENTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-recurrentes.
