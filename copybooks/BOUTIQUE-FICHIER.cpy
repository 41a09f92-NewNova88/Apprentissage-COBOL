      *>Code de la boutique (SELECT) : une seule ligne, le code qui
      *>signe les valises de transfert et marque les parties du
      *>concours envoyees a l'autre boutique. Fichier absent : la
      *>boutique d'origine, MAGASIN01. Lu par ValiseTransfert et
      *>LigueBoutiques (qui le fait aussi saisir).
           SELECT OPTIONAL FICHIER-BOUTIQUE ASSIGN TO "BOUTIQUE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-boutique.
