      *>Historique cumule des rejets de lot (SELECT), toutes
      *>sources confondues : les fichiers de rejets de chaque
      *>programme sont ecrases a chaque passage et ne disent pas qui
      *>l'a lance, celui-ci garde une ligne par rejet avec
      *>l'operateur connecte pour le tableau de bord mensuel des
      *>operateurs. OPTIONAL : cree a la premiere ecriture.
           SELECT OPTIONAL FICHIER-REJETS-HISTO
               ASSIGN TO "REJETS-HISTO.DAT"
               ORGANIZATION LINE SEQUENTIAL.
