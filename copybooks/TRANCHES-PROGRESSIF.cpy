      *>Commission progressive sur un bareme de tranches, partagee
      *>par StructureEvaluate et SimulationTarifs : comme un bareme
      *>d'impot, le taux de chaque tranche ne s'applique qu'a la part
      *>de la valeur comprise dans la tranche (de la borne basse a la
      *>borne haute, ou a la valeur si elle tombe dedans). La
      *>commission de chaque tranche est arrondie au centime et le
      *>montant est leur somme : le detail affiche retombe toujours
      *>sur le total. VALEUR-P (la valeur), NB-P, BAS-P, HAUT-P et
      *>TAUX-P (la table des tranches), IDX-P (un indice de
      *>travail), PART-P et COMM-P (la ventilation par tranche,
      *>parallele a la table) et MONTANT-P (la commission) sont
      *>fournis par REPLACING a chaque COPY.
       MOVE 0 TO MONTANT-P
       PERFORM VARYING IDX-P FROM 1 BY 1 UNTIL IDX-P > NB-P
           MOVE 0 TO PART-P(IDX-P)
           MOVE 0 TO COMM-P(IDX-P)
           IF VALEUR-P >= BAS-P(IDX-P)
               IF VALEUR-P > HAUT-P(IDX-P)
                   COMPUTE PART-P(IDX-P) =
                       HAUT-P(IDX-P) - BAS-P(IDX-P) + 1
               ELSE
                   COMPUTE PART-P(IDX-P) =
                       VALEUR-P - BAS-P(IDX-P) + 1
               END-IF
               *>Une tranche partant de 0 compte de 0 : la valeur
               *>5 y fait une part de 5, pas de 6.
               IF BAS-P(IDX-P) = 0
                   SUBTRACT 1 FROM PART-P(IDX-P)
               END-IF
               COMPUTE COMM-P(IDX-P) ROUNDED =
                   PART-P(IDX-P) * TAUX-P(IDX-P) / 100
               ADD COMM-P(IDX-P) TO MONTANT-P
           END-IF
       END-PERFORM
