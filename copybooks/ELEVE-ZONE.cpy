      *>Fiches des eleves chargees en table (500, la taille des
      *>bulletins). Au-dela, eleves-tronques interdit toute
      *>reecriture du fichier. Le programme fait aussi COPY
      *>ELEVE-FICHIER, ELEVE-FD et, en PROCEDURE DIVISION,
      *>ELEVE-CHARGE. Tant que le fichier est vide (pas encore en
      *>service), controler-eleve admet tout identifiant.
       77 statut-eleves PIC X(02).
       77 fin-eleves PIC X(01) VALUE 'N'.
       77 eleves-tronques PIC X(01) VALUE 'N'.
       77 nb-eleves PIC 9(3) VALUE 0.
       77 el PIC 9(3).
       77 eleve-trouve PIC 9(3) VALUE 0.
       77 id-eleve-cherche PIC X(05).
       *>Controle d'un identifiant a une date (sortie anterieure a
       *>la date : eleve sorti) et nom edite de l'eleve.
       77 date-controle-eleve PIC 9(08).
       77 eleve-admis PIC X(01).
       77 motif-eleve PIC X(40).
       77 nom-eleve PIC X(36).
       1 table-eleves.
           2 eleve OCCURS 500.
               3 elv-t-id PIC X(05).
               3 elv-t-nom PIC X(20).
               3 elv-t-prenom PIC X(15).
               3 elv-t-naissance PIC 9(08).
               3 elv-t-classe PIC X(03).
               3 elv-t-responsable PIC X(30).
               3 elv-t-telephone PIC X(15).
               3 elv-t-adresse PIC X(40).
               3 elv-t-entree PIC 9(08).
               3 elv-t-sortie PIC 9(08).
