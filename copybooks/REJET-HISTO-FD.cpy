      *>Ligne de l'historique des rejets de lot : horodatage du
      *>rejet, operateur qui a lance le passage (INCONNU hors menu,
      *>FORMATIO en mode formation), code motif et numero de ligne
      *>comme dans le fichier de rejets du programme.
       FD FICHIER-REJETS-HISTO.
       1 LIGNE-REJET-HISTO.
           2 RJH-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 RJH-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 RJH-CODE PIC X(03).
           2 FILLER PIC X(01).
           2 RJH-NUMLIGNE PIC 9(06).
