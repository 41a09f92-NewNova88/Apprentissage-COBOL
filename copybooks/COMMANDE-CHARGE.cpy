      *>Chargement et reecriture du fichier des commandes
      *>fournisseurs. La reecriture se fait sous le verrou
      *>VERROU-COMMANDES.LCK pris par l'appelant, et jamais depuis une
      *>table tronquee. Une ligne illisible (numero ou quantite) est
      *>ignoree ; un etat autre que R vaut en cours.
       charger-commandes.
           MOVE 0 TO nb-lignes-commandes dernier-numero-commande.
           MOVE 'N' TO commandes-tronques.
           MOVE 'N' TO fin-commandes.
           OPEN INPUT FICHIER-COMMANDES.
           IF statut-commandes(1:1) = "0"
               READ FICHIER-COMMANDES
                   AT END MOVE 'O' TO fin-commandes
               END-READ
               PERFORM UNTIL fin-commandes = 'O'
                   IF CDE-NUMERO IS NUMERIC
                           AND CDE-QUANTITE IS NUMERIC
                       IF CDE-NUMERO > dernier-numero-commande
                           MOVE CDE-NUMERO TO dernier-numero-commande
                       END-IF
                       IF nb-lignes-commandes < 2000
                           ADD 1 TO nb-lignes-commandes
                           PERFORM ranger-commande
                       ELSE
                           MOVE 'O' TO commandes-tronques
                       END-IF
                   END-IF
                   READ FICHIER-COMMANDES
                       AT END MOVE 'O' TO fin-commandes
                   END-READ
               END-PERFORM
               CLOSE FICHIER-COMMANDES
           END-IF.

       ranger-commande.
           MOVE nb-lignes-commandes TO lc.
           MOVE CDE-NUMERO TO cde-t-numero(lc).
           MOVE CDE-FOURNISSEUR TO cde-t-fournisseur(lc).
           MOVE CDE-ARTICLE TO cde-t-article(lc).
           MOVE CDE-QUANTITE TO cde-t-quantite(lc).
           MOVE CDE-OPERATEUR TO cde-t-operateur(lc).
           MOVE 0 TO cde-t-ligne(lc) cde-t-date(lc)
               cde-t-prix-achat(lc) cde-t-recue(lc)
               cde-t-date-reception(lc) cde-t-date-prevue(lc).
           IF CDE-LIGNE IS NUMERIC
               MOVE CDE-LIGNE TO cde-t-ligne(lc)
           END-IF.
           IF CDE-DATE IS NUMERIC
               MOVE CDE-DATE TO cde-t-date(lc)
           END-IF.
           IF CDE-PRIX-ACHAT IS NUMERIC
               MOVE CDE-PRIX-ACHAT TO cde-t-prix-achat(lc)
           END-IF.
           IF CDE-RECUE IS NUMERIC
               MOVE CDE-RECUE TO cde-t-recue(lc)
           END-IF.
           IF CDE-DATE-RECEPTION IS NUMERIC
               MOVE CDE-DATE-RECEPTION TO cde-t-date-reception(lc)
           END-IF.
           IF CDE-DATE-PREVUE IS NUMERIC
               MOVE CDE-DATE-PREVUE TO cde-t-date-prevue(lc)
           END-IF.
           IF CDE-ETAT = 'R'
               MOVE 'R' TO cde-t-etat(lc)
           ELSE
               MOVE 'O' TO cde-t-etat(lc)
           END-IF.

       sauver-commandes.
           OPEN OUTPUT FICHIER-COMMANDES.
           PERFORM VARYING lc FROM 1 BY 1 UNTIL lc > nb-lignes-commandes
               MOVE SPACES TO LIGNE-COMMANDE
               MOVE cde-t-numero(lc) TO CDE-NUMERO
               MOVE cde-t-ligne(lc) TO CDE-LIGNE
               MOVE cde-t-date(lc) TO CDE-DATE
               MOVE cde-t-fournisseur(lc) TO CDE-FOURNISSEUR
               MOVE cde-t-article(lc) TO CDE-ARTICLE
               MOVE cde-t-quantite(lc) TO CDE-QUANTITE
               MOVE cde-t-prix-achat(lc) TO CDE-PRIX-ACHAT
               MOVE cde-t-etat(lc) TO CDE-ETAT
               MOVE cde-t-recue(lc) TO CDE-RECUE
               MOVE cde-t-date-reception(lc) TO CDE-DATE-RECEPTION
               MOVE cde-t-operateur(lc) TO CDE-OPERATEUR
               MOVE cde-t-date-prevue(lc) TO CDE-DATE-PREVUE
               WRITE LIGNE-COMMANDE
           END-PERFORM.
           CLOSE FICHIER-COMMANDES.
