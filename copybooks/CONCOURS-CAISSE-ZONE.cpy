      *>Zone de lecture de la caisse du concours (COPY
      *>CONCOURS-CAISSE-FICHIER et CONCOURS-CAISSE-FD).
       77 statut-caisse-concours PIC X(02).
       77 fin-caisse-concours PIC X(01) VALUE 'N'.
