      *>Fichier maitre des operateurs relu pour controler l'hote
      *>d'un visiteur (SELECT) : l'operateur que le visiteur vient
      *>voir doit y figurer. Le programme fait COPY HOTE-FD dans sa
      *>FILE SECTION, COPY HOTE-ZONE dans sa WORKING-STORAGE et
      *>PERFORM controler-hote (COPY HOTE-CONTROLE).
           SELECT FICHIER-HOTES ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-hotes.
