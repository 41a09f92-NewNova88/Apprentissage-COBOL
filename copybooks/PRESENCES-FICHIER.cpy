      *>Occupation courante du site (SELECT) : une fiche par
      *>visiteur dans les murs, cle sur le nom. InAndOut la tient a
      *>jour a chaque mouvement (creee a l'arrivee, retiree au
      *>depart) : la capacite, la liste des presents et l'appel
      *>d'evacuation se lisent ici sans rejouer tous les mouvements.
      *>Elle se reconstruit des mouvements (PRESENCES-CHARGE) apres
      *>toute reecriture en masse de ceux-ci.
           SELECT OPTIONAL FICHIER-PRESENCES
               ASSIGN TO "PRESENCES-IDX.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCC-NOM
               FILE STATUS IS statut-presences.
