      *>Chargement et sauvegarde du bareme d'argent du concours. Une
      *>ligne au montant non numerique est ignoree.
       charger-bareme-concours.
           MOVE 0 TO droit-entree.
           MOVE 50 TO seuil-prix.
           INITIALIZE prix-concours.
           MOVE 'N' TO fin-bareme-concours.
           OPEN INPUT FICHIER-BAREME-CONCOURS.
           IF statut-bareme-concours(1:1) = "0"
               PERFORM UNTIL fin-bareme-concours = 'O'
                   READ FICHIER-BAREME-CONCOURS
                       AT END MOVE 'O' TO fin-bareme-concours
                       NOT AT END PERFORM ranger-bareme-concours
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-BAREME-CONCOURS.

       ranger-bareme-concours.
           IF BAR-MONTANT IS NUMERIC
               EVALUATE TRUE
                   WHEN BAR-TYPE = 'D'
                       MOVE BAR-MONTANT TO droit-entree
                   WHEN BAR-TYPE = 'S'
                       MOVE BAR-MONTANT TO seuil-prix
                   WHEN BAR-TYPE = 'P' AND BAR-RANG IS NUMERIC
                           AND BAR-RANG >= 1 AND BAR-RANG <= 6
                       MOVE BAR-MONTANT TO prix-rang(BAR-RANG)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       sauver-bareme-concours.
           OPEN OUTPUT FICHIER-BAREME-CONCOURS.
           MOVE SPACES TO LIGNE-BAREME-CONCOURS.
           MOVE 'D' TO BAR-TYPE.
           MOVE 0 TO BAR-RANG.
           MOVE droit-entree TO BAR-MONTANT.
           WRITE LIGNE-BAREME-CONCOURS.
           MOVE 'S' TO BAR-TYPE.
           MOVE seuil-prix TO BAR-MONTANT.
           WRITE LIGNE-BAREME-CONCOURS.
           PERFORM VARYING rg-prix FROM 1 BY 1 UNTIL rg-prix > 6
               MOVE 'P' TO BAR-TYPE
               MOVE rg-prix TO BAR-RANG
               MOVE prix-rang(rg-prix) TO BAR-MONTANT
               WRITE LIGNE-BAREME-CONCOURS
           END-PERFORM.
           CLOSE FICHIER-BAREME-CONCOURS.
