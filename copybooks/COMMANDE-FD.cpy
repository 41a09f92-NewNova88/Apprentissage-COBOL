      *>Ligne de commande fournisseur : numero de commande et de
      *>ligne, date de la commande, fournisseur, article, quantite
      *>commandee au prix d'achat HT connu ce jour-la, etat (O en
      *>cours, R recue ou soldee), quantite deja recue, date de la
      *>derniere reception et operateur qui a passe la commande. La
      *>date de livraison prevue (date de commande plus le delai du
      *>fournisseur ce jour-la, 0 = pas de delai connu) sert a
      *>relever les commandes en retard.
       FD FICHIER-COMMANDES.
       1 LIGNE-COMMANDE.
           2 CDE-NUMERO PIC 9(06).
           2 FILLER PIC X(01).
           2 CDE-LIGNE PIC 9(02).
           2 FILLER PIC X(01).
           2 CDE-DATE PIC 9(08).
           2 FILLER PIC X(01).
           2 CDE-FOURNISSEUR PIC X(08).
           2 FILLER PIC X(01).
           2 CDE-ARTICLE PIC X(08).
           2 FILLER PIC X(01).
           2 CDE-QUANTITE PIC 9(7)V99.
           2 FILLER PIC X(01).
           2 CDE-PRIX-ACHAT PIC 9(7)V99.
           2 FILLER PIC X(01).
           2 CDE-ETAT PIC X(01).
           2 FILLER PIC X(01).
           2 CDE-RECUE PIC 9(7)V99.
           2 FILLER PIC X(01).
           2 CDE-DATE-RECEPTION PIC 9(08).
           2 FILLER PIC X(01).
           2 CDE-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 CDE-DATE-PREVUE PIC 9(08).
