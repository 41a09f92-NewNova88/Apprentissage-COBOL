      *>Chargement, recherche et reecriture du fichier des
      *>fournisseurs. La reecriture se fait sous le verrou
      *>VERROU-FOURNISSEURS.LCK pris par l'appelant, et jamais depuis
      *>une table tronquee. Un etat illisible vaut actif, un delai
      *>illisible 0 (non communique).
       charger-fournisseurs.
           MOVE 0 TO nb-fournisseurs.
           MOVE 'N' TO fournisseurs-tronques.
           MOVE 'N' TO fin-fournisseurs.
           OPEN INPUT FICHIER-FOURNISSEURS.
           IF statut-fournisseurs(1:1) = "0"
               READ FICHIER-FOURNISSEURS
                   AT END MOVE 'O' TO fin-fournisseurs
               END-READ
               PERFORM UNTIL fin-fournisseurs = 'O'
                   IF FOU-CODE NOT = SPACES
                       IF nb-fournisseurs < 100
                           ADD 1 TO nb-fournisseurs
                           PERFORM ranger-fournisseur
                       ELSE
                           MOVE 'O' TO fournisseurs-tronques
                       END-IF
                   END-IF
                   READ FICHIER-FOURNISSEURS
                       AT END MOVE 'O' TO fin-fournisseurs
                   END-READ
               END-PERFORM
               CLOSE FICHIER-FOURNISSEURS
           END-IF.

       ranger-fournisseur.
           MOVE FOU-CODE TO fou-t-code(nb-fournisseurs).
           MOVE FOU-NOM TO fou-t-nom(nb-fournisseurs).
           MOVE FOU-ADRESSE1 TO fou-t-adresse1(nb-fournisseurs).
           MOVE FOU-ADRESSE2 TO fou-t-adresse2(nb-fournisseurs).
           MOVE FOU-TELEPHONE TO fou-t-telephone(nb-fournisseurs).
           MOVE 0 TO fou-t-delai(nb-fournisseurs).
           IF FOU-DELAI IS NUMERIC
               MOVE FOU-DELAI TO fou-t-delai(nb-fournisseurs)
           END-IF.
           IF FOU-ETAT = 'F'
               MOVE 'F' TO fou-t-etat(nb-fournisseurs)
           ELSE
               MOVE 'A' TO fou-t-etat(nb-fournisseurs)
           END-IF.

       chercher-fournisseur.
           MOVE 0 TO fournisseur-trouve.
           PERFORM VARYING fo FROM 1 BY 1
                   UNTIL fo > nb-fournisseurs OR fournisseur-trouve > 0
               IF fou-t-code(fo) = code-fournisseur-cherche
                   MOVE fo TO fournisseur-trouve
               END-IF
           END-PERFORM.

       sauver-fournisseurs.
           OPEN OUTPUT FICHIER-FOURNISSEURS.
           PERFORM VARYING fo FROM 1 BY 1 UNTIL fo > nb-fournisseurs
               MOVE SPACES TO LIGNE-FOURNISSEUR
               MOVE fou-t-code(fo) TO FOU-CODE
               MOVE fou-t-nom(fo) TO FOU-NOM
               MOVE fou-t-adresse1(fo) TO FOU-ADRESSE1
               MOVE fou-t-adresse2(fo) TO FOU-ADRESSE2
               MOVE fou-t-telephone(fo) TO FOU-TELEPHONE
               MOVE fou-t-delai(fo) TO FOU-DELAI
               MOVE fou-t-etat(fo) TO FOU-ETAT
               WRITE LIGNE-FOURNISSEUR
           END-PERFORM.
           CLOSE FICHIER-FOURNISSEURS.
