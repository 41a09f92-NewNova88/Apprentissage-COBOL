      *>Fin de la periode de transition des cles de controle
      *>(SELECT) : une seule ligne, la date AAAAMMJJ du dernier jour
      *>ou un numero de badge, de ticket ou d'etiquette sans cle est
      *>encore accepte a la ressaisie. Fichier absent ou ligne vide :
      *>la transition reste ouverte (les numeros emis avant la cle
      *>sont encore en circulation). Le programme fait COPY CLE-FD
      *>dans sa FILE SECTION, COPY CLE-ZONE dans sa WORKING-STORAGE
      *>et COPY CLE-CALCUL en PROCEDURE DIVISION.
           SELECT OPTIONAL FICHIER-CLES
               ASSIGN TO "CLES-TRANSITION.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-cles.
