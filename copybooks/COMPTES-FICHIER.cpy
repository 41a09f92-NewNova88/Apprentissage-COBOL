      *>Plan comptable du grand livre CALCULSOMME (SELECT) : une
      *>ligne par compte autorise, avec son libelle, son type
      *>(caisse, banque, recette...), son etat ouvert ou ferme et sa
      *>date d'ouverture. Maintenu par MaintenanceComptes, consulte
      *>par tout programme qui poste au livre : un compte qui n'y
      *>figure pas (ou qui est ferme) ne se cree plus d'un simple
      *>paramCompte mal tape.
           SELECT OPTIONAL FICHIER-PLAN-COMPTES
               ASSIGN TO "COMPTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-plan.
