      *>Dossiers des exceptions de reconciliation (SELECT) : une
      *>ligne par transaction au-dessus du seuil de StructureIfElse,
      *>cle TRX-REF. Ouverts par StructureIfElse, traites dans
      *>TraitementExceptions, suivis par AgeExceptions.
           SELECT OPTIONAL FICHIER-DOSSIERS
               ASSIGN TO "EXCEPTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-dossiers.
