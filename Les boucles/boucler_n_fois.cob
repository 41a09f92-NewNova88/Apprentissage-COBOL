       *>remboursement"). L'echeance constante se calcule par
       *>montant x taux / (1 - (1+taux)^-n), la puissance par une
       *>boucle de multiplications — pas de fonction savante la ou
       *>une boucle suffit. Le calcul est commun avec les avances
       *>sur salaire (ECHEANCIER-ZONE, ECHEANCIER-CALCUL).
       77 choix-mode PIC 9 VALUE 1.
       77 taux-periodique PIC 99V9999.
       COPY ECHEANCIER-ZONE.
       *>Champs edites de l'echeancier.
       77 montant-edit PIC z(6)9.99.
       77 interet-edit PIC z(6)9.99.
           DISPLAY plage-saisie-pret.
           ACCEPT plage-saisie-pret.
           COMPUTE taux-decimal = taux-periodique / 100.
           PERFORM calculer-echeance.
           MOVE SPACES TO nom-rapport.
           STRING "ECHEANCIER-" FUNCTION CURRENT-DATE(1:14) ".DAT"
               DELIMITED BY SIZE INTO nom-rapport.
           MOVE capital TO solde-restant.
           PERFORM VARYING pp FROM 1 BY 1
                   UNTIL pp > nb-paiements
               *>Derniere echeance : tout le solde part en capital,
               *>le tableau finit a zero exactement.
               PERFORM calculer-periode
               MOVE part-interet TO interet-edit
               MOVE part-capital TO capital-edit
               MOVE solde-restant TO solde-edit
           PERFORM spouler-resultat.
           DISPLAY plage-echeance.

       COPY ECHEANCIER-CALCUL.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-echeancier
           NOM-PROGRAMME-CAT BY "BouclerNFois"
