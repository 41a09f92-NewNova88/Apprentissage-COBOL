      *>Registre des prets de cles et de materiel (SELECT) : les
      *>objets pretables et chaque pret, a un badge visiteur ou a un
      *>operateur. Tenu par GestionPrets ; relu au depart d'un
      *>visiteur (InAndOut), a la fin de session (MenuPrincipal),
      *>par ControleAlertes et par l'etat RetardsPrets.
           SELECT OPTIONAL FICHIER-PRETS
               ASSIGN TO "PRETS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-prets.
