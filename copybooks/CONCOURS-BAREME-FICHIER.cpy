      *>Bareme d'argent du concours plus-ou-moins (SELECT) : droit
      *>d'entree par joueur d'un tournoi, prix par rang du
      *>classement de la tournee, et seuil au-dela duquel un prix
      *>exige la seconde signature. Entretenu par GestionSaisons,
      *>lu par TpPlusOuMoins au tournoi.
           SELECT OPTIONAL FICHIER-BAREME-CONCOURS
               ASSIGN TO "CONCOURS-BAREME.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-bareme-concours.
