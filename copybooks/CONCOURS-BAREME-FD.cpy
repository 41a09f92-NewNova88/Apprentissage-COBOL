      *>Une ligne par montant : D droit d'entree, S seuil de la
      *>seconde signature, P prix du rang BAR-RANG (1 a 6).
       FD FICHIER-BAREME-CONCOURS.
       1 LIGNE-BAREME-CONCOURS.
           2 BAR-TYPE PIC X(01).
           2 FILLER PIC X(01).
           2 BAR-RANG PIC 9(01).
           2 FILLER PIC X(01).
           2 BAR-MONTANT PIC 9(5)V99.
