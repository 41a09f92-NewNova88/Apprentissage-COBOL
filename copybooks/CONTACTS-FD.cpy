      *>Un mouvement : nom tel que tape a l'accueil et horodatage
      *>(la cle), sens E = entree / S = sortie (blanc sur les lignes
      *>reprises d'avant le depart : vaut entree), badge remis ou
      *>rendu (0 = aucun), societe du visiteur et operateur qu'il
      *>vient voir (blancs sur les departs).
       FD FICHIER-CONTACTS.
       1 LIGNE-CONTACT.
           2 CTC-CLE.
               3 CTC-NOM PIC X(25).
               3 CTC-HORODATAGE PIC X(14).
           2 CTC-SENS PIC X(01).
           2 CTC-BADGE PIC 9(06).
           2 CTC-SOCIETE PIC X(30).
           2 CTC-HOTE PIC X(08).
