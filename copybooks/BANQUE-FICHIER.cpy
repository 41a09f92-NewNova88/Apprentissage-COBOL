      *>Releve bancaire importe (SELECT) : une ligne par operation
      *>de la banque, gardee d'un mois sur l'autre avec son etat de
      *>rapprochement. Ecrit par ImportBanque, RapprochementBanque
      *>et PointageBanque, toujours sous le verrou
      *>VERROU-BANQUE.LCK.
           SELECT OPTIONAL FICHIER-BANQUE
               ASSIGN TO "BANQUE-RELEVE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-banque.
