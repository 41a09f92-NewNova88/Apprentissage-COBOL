      *>Zone du controle des prets encore dehors : l'emprunteur
      *>cherche (genre B avec le numero de badge et/ou le nom du
      *>visiteur, genre O avec l'identifiant operateur), puis le
      *>nombre d'objets encore dehors et leurs codes. Le programme
      *>fait COPY PRETS-FICHIER dans son FILE-CONTROL, COPY PRETS-FD
      *>dans sa FILE SECTION et PERFORM chercher-prets-dehors (COPY
      *>PRETS-CONTROLE).
       77 statut-prets PIC X(02).
       77 fin-prets PIC X(01) VALUE 'N'.
       77 genre-cherche PIC X(01).
       77 emprunteur-cherche PIC X(08).
       77 nom-emprunteur-cherche PIC X(25).
       77 nb-prets-dehors PIC 99 VALUE 0.
       77 liste-prets-dehors PIC X(40).
       77 pointeur-prets PIC 99.
