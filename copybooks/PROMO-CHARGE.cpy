      *>Chargement, recherche et reecriture du fichier des
      *>promotions. La reecriture se fait sous le verrou
      *>VERROU-PROMOTIONS.LCK pris par l'appelant, et jamais depuis
      *>une table tronquee.
       charger-promotions.
           MOVE 0 TO nb-promotions.
           MOVE 'N' TO promotions-tronquees.
           MOVE 'N' TO fin-promotions.
           OPEN INPUT FICHIER-PROMOTIONS.
           IF statut-promotions(1:1) = "0"
               READ FICHIER-PROMOTIONS
                   AT END MOVE 'O' TO fin-promotions
               END-READ
               PERFORM UNTIL fin-promotions = 'O'
                   IF PRM-CODE NOT = SPACES
                       IF nb-promotions < 200
                           ADD 1 TO nb-promotions
                           PERFORM ranger-promotion
                       ELSE
                           MOVE 'O' TO promotions-tronquees
                       END-IF
                   END-IF
                   READ FICHIER-PROMOTIONS
                       AT END MOVE 'O' TO fin-promotions
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PROMOTIONS
           END-IF.

       ranger-promotion.
           MOVE PRM-CODE TO prm-t-code(nb-promotions).
           MOVE PRM-ARTICLE TO prm-t-article(nb-promotions).
           MOVE PRM-CODE-TVA TO prm-t-code-tva(nb-promotions).
           MOVE PRM-NATURE TO prm-t-nature(nb-promotions).
           MOVE PRM-LIBELLE TO prm-t-libelle(nb-promotions).
           MOVE 0 TO prm-t-valeur(nb-promotions)
               prm-t-debut(nb-promotions) prm-t-fin(nb-promotions).
           IF PRM-VALEUR IS NUMERIC
               MOVE PRM-VALEUR TO prm-t-valeur(nb-promotions)
           END-IF.
           IF PRM-DEBUT IS NUMERIC
               MOVE PRM-DEBUT TO prm-t-debut(nb-promotions)
           END-IF.
           IF PRM-FIN IS NUMERIC
               MOVE PRM-FIN TO prm-t-fin(nb-promotions)
           END-IF.

       chercher-promotion.
           MOVE 0 TO promotion-trouvee.
           PERFORM VARYING pm FROM 1 BY 1
                   UNTIL pm > nb-promotions OR promotion-trouvee > 0
               IF prm-t-code(pm) = code-promotion-cherche
                   MOVE pm TO promotion-trouvee
               END-IF
           END-PERFORM.

       sauver-promotions.
           OPEN OUTPUT FICHIER-PROMOTIONS.
           PERFORM VARYING pm FROM 1 BY 1 UNTIL pm > nb-promotions
               MOVE SPACES TO LIGNE-PROMOTION
               MOVE prm-t-code(pm) TO PRM-CODE
               MOVE prm-t-article(pm) TO PRM-ARTICLE
               MOVE prm-t-code-tva(pm) TO PRM-CODE-TVA
               MOVE prm-t-nature(pm) TO PRM-NATURE
               MOVE prm-t-valeur(pm) TO PRM-VALEUR
               MOVE prm-t-debut(pm) TO PRM-DEBUT
               MOVE prm-t-fin(pm) TO PRM-FIN
               MOVE prm-t-libelle(pm) TO PRM-LIBELLE
               WRITE LIGNE-PROMOTION
           END-PERFORM.
           CLOSE FICHIER-PROMOTIONS.
