      *>Registre des bons cadeaux (SELECT) : une ligne par bon emis,
      *>cle BON-NUMERO. Les bons s'emettent et s'utilisent dans
      *>CalculPrix, expirent dans EtatBonsCadeaux ; toute reecriture
      *>se fait sous VERROU-BONS.LCK.
           SELECT OPTIONAL FICHIER-BONS
               ASSIGN TO "BONS-CADEAUX.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-bons.
