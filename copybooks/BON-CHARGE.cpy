      *>Chargement, recherche et reecriture du registre des bons
      *>cadeaux, et calcul de la cle de controle d'un numero. La
      *>reecriture se fait sous le verrou VERROU-BONS.LCK pris par
      *>l'appelant, et jamais depuis une table tronquee.
       charger-bons.
           MOVE 0 TO nb-bons.
           MOVE 0 TO dernier-bon.
           MOVE 'N' TO bons-tronques.
           MOVE 'N' TO fin-bons.
           OPEN INPUT FICHIER-BONS.
           IF statut-bons(1:1) = "0"
               READ FICHIER-BONS
                   AT END MOVE 'O' TO fin-bons
               END-READ
               PERFORM UNTIL fin-bons = 'O'
                   IF BON-NUMERO IS NUMERIC AND BON-NUMERO > 0
                       IF nb-bons < 5000
                           ADD 1 TO nb-bons
                           PERFORM ranger-bon
                       ELSE
                           MOVE 'O' TO bons-tronques
                       END-IF
                       IF BON-NUMERO > dernier-bon
                           MOVE BON-NUMERO TO dernier-bon
                       END-IF
                   END-IF
                   READ FICHIER-BONS
                       AT END MOVE 'O' TO fin-bons
                   END-READ
               END-PERFORM
               CLOSE FICHIER-BONS
           END-IF.

       ranger-bon.
           MOVE BON-NUMERO TO bon-t-numero(nb-bons).
           MOVE BON-STATUT TO bon-t-statut(nb-bons).
           MOVE BON-OPERATEUR TO bon-t-operateur(nb-bons).
           MOVE 0 TO bon-t-cle(nb-bons) bon-t-montant(nb-bons)
               bon-t-solde(nb-bons) bon-t-emission(nb-bons)
               bon-t-expiration(nb-bons) bon-t-utilisation(nb-bons).
           IF BON-CLE IS NUMERIC
               MOVE BON-CLE TO bon-t-cle(nb-bons)
           END-IF.
           IF BON-MONTANT IS NUMERIC
               MOVE BON-MONTANT TO bon-t-montant(nb-bons)
           END-IF.
           IF BON-SOLDE IS NUMERIC
               MOVE BON-SOLDE TO bon-t-solde(nb-bons)
           END-IF.
           IF BON-EMISSION IS NUMERIC
               MOVE BON-EMISSION TO bon-t-emission(nb-bons)
           END-IF.
           IF BON-EXPIRATION IS NUMERIC
               MOVE BON-EXPIRATION TO bon-t-expiration(nb-bons)
           END-IF.
           IF BON-UTILISATION IS NUMERIC
               MOVE BON-UTILISATION TO bon-t-utilisation(nb-bons)
           END-IF.

       chercher-bon.
           MOVE 0 TO bon-trouve.
           PERFORM VARYING bn FROM 1 BY 1
                   UNTIL bn > nb-bons OR bon-trouve > 0
               IF bon-t-numero(bn) = bon-cherche
                   MOVE bn TO bon-trouve
               END-IF
           END-PERFORM.

       sauver-bons.
           OPEN OUTPUT FICHIER-BONS.
           PERFORM VARYING bn FROM 1 BY 1 UNTIL bn > nb-bons
               MOVE SPACES TO LIGNE-BON
               MOVE bon-t-numero(bn) TO BON-NUMERO
               MOVE bon-t-cle(bn) TO BON-CLE
               MOVE bon-t-montant(bn) TO BON-MONTANT
               MOVE bon-t-solde(bn) TO BON-SOLDE
               MOVE bon-t-emission(bn) TO BON-EMISSION
               MOVE bon-t-expiration(bn) TO BON-EXPIRATION
               MOVE bon-t-statut(bn) TO BON-STATUT
               MOVE bon-t-utilisation(bn) TO BON-UTILISATION
               MOVE bon-t-operateur(bn) TO BON-OPERATEUR
               WRITE LIGNE-BON
           END-PERFORM.
           CLOSE FICHIER-BONS.

      *>Cle de numero-bon-cle dans cle-bon : une inversion ou un
      *>chiffre mal relu a la saisie change la cle.
       calculer-cle-bon.
           MOVE 0 TO somme-ponderee-bon.
           PERFORM VARYING rang-chiffre-bon FROM 1 BY 1
                   UNTIL rang-chiffre-bon > 6
               IF FUNCTION MOD(rang-chiffre-bon, 2) = 1
                   COMPUTE somme-ponderee-bon = somme-ponderee-bon
                       + chiffre-bon(rang-chiffre-bon) * 3
               ELSE
                   COMPUTE somme-ponderee-bon = somme-ponderee-bon
                       + chiffre-bon(rang-chiffre-bon)
               END-IF
           END-PERFORM.
           COMPUTE cle-bon =
               FUNCTION MOD(10 - FUNCTION MOD(somme-ponderee-bon, 10),
               10).
