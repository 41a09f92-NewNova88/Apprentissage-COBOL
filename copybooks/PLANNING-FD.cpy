      *>Poste prevu : date AAAAMMJJ, operateur, debut et fin HHMM
      *>(un poste ne passe pas minuit).
       FD FICHIER-PLANNING.
       1 LIGNE-PLANNING.
           2 PLN-DATE PIC 9(08).
           2 FILLER PIC X(01).
           2 PLN-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 PLN-DEBUT PIC 9(04).
           2 FILLER PIC X(01).
           2 PLN-FIN PIC 9(04).
