      *>Decisions des conseils de classe (SELECT) : une ligne par
      *>annee scolaire et par eleve. Saisies par ConseilClasse sous
      *>VERROU-DECISIONS.LCK, appliquees aux fiches des eleves par
      *>BasculeAnnee a la bascule de l'annee.
           SELECT OPTIONAL FICHIER-DECISIONS
               ASSIGN TO "DECISIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-decisions.
