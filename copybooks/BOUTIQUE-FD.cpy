       FD FICHIER-BOUTIQUE.
       1 LIGNE-BOUTIQUE.
           2 BTQ-CODE PIC X(09).
