      *>Ligne du lexique des designations : le mot approuve, en
      *>majuscules.
       FD FICHIER-LEXIQUE.
       1 LIGNE-LEXIQUE.
           2 LEX-MOT PIC X(20).
