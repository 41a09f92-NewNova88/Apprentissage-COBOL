      *>Registre des avances sur salaire (SELECT) : chaque avance
      *>consentie a un operateur et son echeancier de remboursement
      *>mensuel. Tenu par GestionAvances ; relu par ExtraitPaie
      *>(l'echeance du mois part en retenue sur paie) et par l'etat
      *>EtatAvances.
           SELECT OPTIONAL FICHIER-AVANCES
               ASSIGN TO "AVANCES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-avances.
