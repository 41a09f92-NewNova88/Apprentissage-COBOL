      *>Promotion : code, cible (un article, ou a defaut tous les
      *>articles d'un code de TVA), nature (R remise en %, P prix
      *>unitaire HT fixe, pour un article seulement), valeur, dates
      *>de validite AAAAMMJJ incluses et libelle imprime sur le
      *>ticket.
       FD FICHIER-PROMOTIONS.
       1 LIGNE-PROMOTION.
           2 PRM-CODE PIC X(06).
           2 FILLER PIC X(01).
           2 PRM-ARTICLE PIC X(08).
           2 FILLER PIC X(01).
           2 PRM-CODE-TVA PIC X(02).
           2 FILLER PIC X(01).
           2 PRM-NATURE PIC X(01).
           2 FILLER PIC X(01).
           2 PRM-VALEUR PIC 9(7)V99.
           2 FILLER PIC X(01).
           2 PRM-DEBUT PIC 9(08).
           2 FILLER PIC X(01).
           2 PRM-FIN PIC 9(08).
           2 FILLER PIC X(01).
           2 PRM-LIBELLE PIC X(30).
