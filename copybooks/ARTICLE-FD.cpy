      *>Article : code, designation, prix unitaire HT, code du taux
      *>de TVA (TAUX-TVA.DAT), quantite en stock (signee : une vente
      *>au-dela du stock connu se voit en negatif jusqu'a
      *>l'inventaire), unite de vente (PCE, KG, L, M...) et prix
      *>d'achat unitaire HT, qui valorise les ecarts d'inventaire (nul
      *>sur les lignes d'avant son introduction), puis le
      *>reapprovisionnement : seuil de commande (0 = article non
      *>suivi), quantite a commander et fournisseur principal
      *>(FOURNISSEURS.DAT).
       FD FICHIER-ARTICLES.
       1 LIGNE-ARTICLE.
           2 ART-CODE PIC X(08).
           2 FILLER PIC X(01).
           2 ART-DESIGNATION PIC X(30).
           2 FILLER PIC X(01).
           2 ART-PRIX-HT PIC 9(7)V99.
           2 FILLER PIC X(01).
           2 ART-CODE-TVA PIC X(02).
           2 FILLER PIC X(01).
           2 ART-STOCK PIC S9(7)V99.
           2 FILLER PIC X(01).
           2 ART-UNITE PIC X(03).
           2 FILLER PIC X(01).
           2 ART-PRIX-ACHAT PIC 9(7)V99.
           2 FILLER PIC X(01).
           2 ART-SEUIL PIC 9(7)V99.
           2 FILLER PIC X(01).
           2 ART-QTE-REAPPRO PIC 9(7)V99.
           2 FILLER PIC X(01).
           2 ART-FOURNISSEUR PIC X(08).
