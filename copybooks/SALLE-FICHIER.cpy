      *>Carnet de reservation de la salle de reunion (SELECT) : la
      *>feuille papier de la porte laissait passer une double
      *>reservation par mois. Tenu par ReservationSalle (sous son
      *>verrou), range par date et heure de debut ; le menu principal
      *>en tire le planning du jour.
           SELECT OPTIONAL FICHIER-SALLE
               ASSIGN TO "SALLE-RESERVATIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-salle.
