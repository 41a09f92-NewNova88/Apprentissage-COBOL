      *>Zone du controle de l'hote : identifiant saisi (mis en
      *>majuscules par le controle) et resultat.
       77 statut-hotes PIC X(02).
       77 fin-hotes PIC X(01) VALUE 'N'.
       77 hote-saisi PIC X(08) VALUE SPACES.
       77 hote-reconnu PIC X(01) VALUE 'N'.
           88 HOTE-VALIDE VALUE 'O'.
