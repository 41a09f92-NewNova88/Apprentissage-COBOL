      *>Factures des frais scolaires et paiements des familles
      *>(SELECT), a la suite dans l'ordre de leur saisie. Ecrit par
      *>FacturationFrais sous le verrou du grand livre (chaque ligne
      *>y poste au compte SCOLAIRE), lu par ReleveFrais.
           SELECT OPTIONAL FICHIER-FACTURES
               ASSIGN TO "FACTURES-FRAIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-factures.
