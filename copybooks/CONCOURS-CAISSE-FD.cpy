      *>Mouvement de la caisse du concours : R report a nouveau de
      *>la saison precedente, D droit d'entree d'un joueur, L prix
      *>(lot) verse au joueur classe MVC-RANG, avec le second
      *>operateur qui l'a signe au-dela du seuil. MVC-TOURNOI
      *>(horodatage du tournoi) est aussi la reference des postes
      *>au grand livre.
       FD FICHIER-CAISSE-CONCOURS.
       1 LIGNE-CAISSE-CONCOURS.
           2 MVC-TYPE PIC X(01).
           2 FILLER PIC X(01).
           2 MVC-DATE PIC 9(08).
           2 FILLER PIC X(01).
           2 MVC-JOUEUR PIC X(20).
           2 FILLER PIC X(01).
           2 MVC-RANG PIC 9(01).
           2 FILLER PIC X(01).
           2 MVC-MONTANT PIC S9(7)V99 SIGN LEADING SEPARATE.
           2 FILLER PIC X(01).
           2 MVC-APPROBATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 MVC-TOURNOI PIC X(14).
