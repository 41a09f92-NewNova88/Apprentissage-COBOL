      *>Liste de surveillance de l'accueil (SELECT) : les personnes
      *>qu'on a prie de ne plus revenir. Entretenue par
      *>MaintenanceSurveillance (profil R), lue par InAndOut avant la
      *>remise d'un badge et par RevueSurveillance.
           SELECT OPTIONAL FICHIER-SURVEILLANCE
               ASSIGN TO "SURVEILLANCE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-surveillance.
