      *>Grand livre CALCULSOMME (SELECT) pour les programmes qui y
      *>postent directement sous le verrou VERROU-CALCULSOMME.LCK
      *>(virements, contre-passations, comptabilisations en lot) :
      *>le fichier des soldes par compte et l'historique des
      *>mouvements, memes fichiers et memes dessins que
      *>CALCULSOMME. L'historique est OPTIONAL : le premier poste
      *>d'un livre neuf le cree.
           SELECT OPTIONAL HISTORIQUE-CALCULS
               ASSIGN TO "CALCULSOMME-LOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-historique-livre.
           SELECT FICHIER-TOTAL ASSIGN TO "CALCULSOMME-TOTAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-livre.
