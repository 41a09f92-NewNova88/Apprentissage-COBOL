      *>Echeance constante : montant x taux / (1 - (1+taux)^-n), la
      *>puissance par une boucle de multiplications ; sans interet,
      *>le capital divise par le nombre de paiements.
       calculer-echeance.
           IF taux-decimal = 0 OR nb-paiements = 0
               IF nb-paiements = 0
                   MOVE 1 TO nb-paiements
               END-IF
               COMPUTE echeance ROUNDED =
                   capital / nb-paiements
           ELSE
               MOVE 1 TO facteur
               PERFORM nb-paiements TIMES
                   COMPUTE facteur = facteur *
                       (1 + taux-decimal)
               END-PERFORM
               COMPUTE echeance ROUNDED =
                   capital * taux-decimal
                   / (1 - 1 / facteur)
           END-IF.

       *>Periode pp : part d'interet sur le solde, part de capital,
       *>solde diminue. La derniere echeance absorbe les centimes
       *>d'arrondi : l'echeancier finit a zero exactement.
       calculer-periode.
           COMPUTE part-interet ROUNDED =
               solde-restant * taux-decimal.
           IF pp = nb-paiements
               MOVE solde-restant TO part-capital
           ELSE
               COMPUTE part-capital =
                   echeance - part-interet
           END-IF.
           SUBTRACT part-capital FROM solde-restant.
