      *>passage en lot : numero de la ligne refusee dans le fichier
      *>d'entree, code motif (NUM = champ non numerique, NEG = valeur
      *>negative refusee, OPE = code operation inconnu, DIV = calcul
      *>impossible signale par CALCULSOMME, CPT = compte du grand
      *>livre refuse par CALCULSOMME : hors plan, ferme ou livre
      *>plein, LEX = mot de designation hors du lexique approuve),
      *>et la ligne
      *>d'origine telle quelle pour pouvoir la corriger puis la
      *>repasser.
       FD FICHIER-REJETS.
