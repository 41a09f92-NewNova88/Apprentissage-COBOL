      *>Cours des devises (SELECT) : une ligne par generation de
      *>cours, avec ses dates de validite comme TAUX-TVA.DAT.
      *>Entretenu par MaintenanceDevises, lu par CalculPrix (total
      *>d'un ticket en devise), InstructionAdd (comptage des
      *>devises du tiroir) et EtatDevises.
           SELECT OPTIONAL FICHIER-DEVISES
               ASSIGN TO "DEVISES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-devises.
