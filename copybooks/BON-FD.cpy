      *>Bon cadeau : numero et cle de controle (imprimes sur le bon,
      *>ressaisis a l'utilisation), montant d'origine, solde restant,
      *>dates d'emission et d'expiration AAAAMMJJ, statut (A actif,
      *>U utilise entierement, E expire), date de derniere
      *>utilisation et operateur emetteur.
       FD FICHIER-BONS.
       1 LIGNE-BON.
           2 BON-NUMERO PIC 9(06).
           2 FILLER PIC X(01).
           2 BON-CLE PIC 9(01).
           2 FILLER PIC X(01).
           2 BON-MONTANT PIC 9(5)V99.
           2 FILLER PIC X(01).
           2 BON-SOLDE PIC 9(5)V99.
           2 FILLER PIC X(01).
           2 BON-EMISSION PIC 9(08).
           2 FILLER PIC X(01).
           2 BON-EXPIRATION PIC 9(08).
           2 FILLER PIC X(01).
           2 BON-STATUT PIC X(01).
           2 FILLER PIC X(01).
           2 BON-UTILISATION PIC 9(08).
           2 FILLER PIC X(01).
           2 BON-OPERATEUR PIC X(08).
