      *>Table d'affectation des types de transaction au grand livre
      *>(SELECT) : pour chaque TRX-TYPE de TRANSACTIONS.DAT, le
      *>compte du livre qui le recoit et le sens du poste. Entretenue
      *>par MaintenanceAffectations, lue par PostageTransactions.
           SELECT OPTIONAL FICHIER-AFFECTATIONS
               ASSIGN TO "AFFECTATION-TYPES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-affectation.
