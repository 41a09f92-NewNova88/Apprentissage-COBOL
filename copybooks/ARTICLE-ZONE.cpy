      *>Articles charges en table (500). Au-dela, articles-tronques
      *>interdit toute reecriture du fichier. Le programme fait aussi
      *>COPY ARTICLE-FICHIER, ARTICLE-FD et, en PROCEDURE DIVISION,
      *>ARTICLE-CHARGE.
       77 statut-articles PIC X(02).
       77 fin-articles PIC X(01) VALUE 'N'.
       77 articles-tronques PIC X(01) VALUE 'N'.
       77 nb-articles PIC 9(4) VALUE 0.
       77 ar PIC 9(4).
       77 article-trouve PIC 9(4) VALUE 0.
       77 code-article-cherche PIC X(08).
       1 table-articles.
           2 article OCCURS 500.
               3 art-t-code PIC X(08).
               3 art-t-designation PIC X(30).
               3 art-t-prix-ht PIC 9(7)V99.
               3 art-t-code-tva PIC X(02).
               3 art-t-stock PIC S9(7)V99.
               3 art-t-unite PIC X(03).
               3 art-t-prix-achat PIC 9(7)V99.
               3 art-t-seuil PIC 9(7)V99.
               3 art-t-qte-reappro PIC 9(7)V99.
               3 art-t-fournisseur PIC X(08).
