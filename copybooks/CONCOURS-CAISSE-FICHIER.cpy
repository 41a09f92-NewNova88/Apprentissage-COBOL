      *>Caisse du concours de la saison en cours (SELECT) : chaque
      *>droit d'entree encaisse et chaque prix verse, la ou tout
      *>passait par une enveloppe sans trace. Ecrite par
      *>TpPlusOuMoins en meme temps que le poste au compte CONCOURS
      *>du grand livre ; GestionSaisons en tire le releve de la
      *>saison et l'archive a la cloture (CONCOURS-<saison>.DAT),
      *>la nouvelle saison repartant du solde reporte.
           SELECT OPTIONAL FICHIER-CAISSE-CONCOURS
               ASSIGN TO "CONCOURS-CAISSE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-caisse-concours.
