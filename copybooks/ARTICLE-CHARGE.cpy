      *>Chargement, recherche et reecriture du fichier des articles.
      *>La reecriture se fait sous le verrou VERROU-ARTICLES.LCK pris
      *>par l'appelant, et jamais depuis une table tronquee.
       charger-articles.
           MOVE 0 TO nb-articles.
           MOVE 'N' TO articles-tronques.
           MOVE 'N' TO fin-articles.
           OPEN INPUT FICHIER-ARTICLES.
           IF statut-articles(1:1) = "0"
               READ FICHIER-ARTICLES
                   AT END MOVE 'O' TO fin-articles
               END-READ
               PERFORM UNTIL fin-articles = 'O'
                   IF ART-CODE NOT = SPACES
                       IF nb-articles < 500
                           ADD 1 TO nb-articles
                           PERFORM ranger-article
                       ELSE
                           MOVE 'O' TO articles-tronques
                       END-IF
                   END-IF
                   READ FICHIER-ARTICLES
                       AT END MOVE 'O' TO fin-articles
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ARTICLES
           END-IF.

       ranger-article.
           MOVE ART-CODE TO art-t-code(nb-articles).
           MOVE ART-DESIGNATION TO art-t-designation(nb-articles).
           MOVE ART-CODE-TVA TO art-t-code-tva(nb-articles).
           MOVE ART-UNITE TO art-t-unite(nb-articles).
           MOVE ART-FOURNISSEUR TO art-t-fournisseur(nb-articles).
           MOVE 0 TO art-t-prix-ht(nb-articles)
               art-t-stock(nb-articles) art-t-prix-achat(nb-articles)
               art-t-seuil(nb-articles) art-t-qte-reappro(nb-articles).
           IF ART-PRIX-HT IS NUMERIC
               MOVE ART-PRIX-HT TO art-t-prix-ht(nb-articles)
           END-IF.
           IF ART-STOCK IS NUMERIC
               MOVE ART-STOCK TO art-t-stock(nb-articles)
           END-IF.
           IF ART-PRIX-ACHAT IS NUMERIC
               MOVE ART-PRIX-ACHAT TO art-t-prix-achat(nb-articles)
           END-IF.
           IF ART-SEUIL IS NUMERIC
               MOVE ART-SEUIL TO art-t-seuil(nb-articles)
           END-IF.
           IF ART-QTE-REAPPRO IS NUMERIC
               MOVE ART-QTE-REAPPRO TO art-t-qte-reappro(nb-articles)
           END-IF.

       chercher-article.
           MOVE 0 TO article-trouve.
           PERFORM VARYING ar FROM 1 BY 1
                   UNTIL ar > nb-articles OR article-trouve > 0
               IF art-t-code(ar) = code-article-cherche
                   MOVE ar TO article-trouve
               END-IF
           END-PERFORM.

       sauver-articles.
           OPEN OUTPUT FICHIER-ARTICLES.
           PERFORM VARYING ar FROM 1 BY 1 UNTIL ar > nb-articles
               MOVE SPACES TO LIGNE-ARTICLE
               MOVE art-t-code(ar) TO ART-CODE
               MOVE art-t-designation(ar) TO ART-DESIGNATION
               MOVE art-t-prix-ht(ar) TO ART-PRIX-HT
               MOVE art-t-code-tva(ar) TO ART-CODE-TVA
               MOVE art-t-stock(ar) TO ART-STOCK
               MOVE art-t-unite(ar) TO ART-UNITE
               MOVE art-t-prix-achat(ar) TO ART-PRIX-ACHAT
               MOVE art-t-seuil(ar) TO ART-SEUIL
               MOVE art-t-qte-reappro(ar) TO ART-QTE-REAPPRO
               MOVE art-t-fournisseur(ar) TO ART-FOURNISSEUR
               WRITE LIGNE-ARTICLE
           END-PERFORM.
           CLOSE FICHIER-ARTICLES.
