      *>Zone de la reconstruction de l'occupation courante. Le
      *>programme fait aussi COPY CONTACTS-FICHIER, CONTACTS-FD,
      *>PRESENCES-FICHIER, PRESENCES-FD, declare statut-contacts et,
      *>en PROCEDURE DIVISION, COPY PRESENCES-CHARGE.
       77 statut-presences PIC X(02).
       77 fin-reconstruction PIC X(01) VALUE 'N'.
       77 nb-presences-rebaties PIC 9(5) VALUE 0.
       1 dernier-mouvement.
           2 dmv-nom PIC X(25).
           2 dmv-horodatage PIC X(14).
           2 dmv-sens PIC X(01).
           2 dmv-badge PIC 9(06).
           2 dmv-societe PIC X(30).
           2 dmv-hote PIC X(08).
