      *>Clotures Z de la caisse (SELECT) : un enregistrement Z par
      *>journee close, suivi de ses lignes de TVA par code et de ses
      *>anomalies. Ecrit par ClotureCaisse, jamais reecrit.
           SELECT OPTIONAL FICHIER-ZCAISSE
               ASSIGN TO "Z-CAISSE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-zcaisse.
