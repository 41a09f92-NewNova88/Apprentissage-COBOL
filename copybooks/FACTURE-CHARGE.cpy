      *>Chargement des factures des frais scolaires : une ligne F
      *>ouvre une facture, une ligne P s'ajoute au paye de la
      *>sienne. Une ligne illisible est ignoree.
       charger-factures.
           MOVE 0 TO nb-factures nb-paiements-orphelins.
           MOVE 'N' TO fin-factures factures-tronquees.
           OPEN INPUT FICHIER-FACTURES.
           IF statut-factures(1:1) = "0"
               PERFORM UNTIL fin-factures = 'O'
                   READ FICHIER-FACTURES
                       AT END MOVE 'O' TO fin-factures
                       NOT AT END PERFORM ranger-facture
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-FACTURES.

       ranger-facture.
           IF FAC-NUMERO IS NUMERIC AND FAC-MONTANT IS NUMERIC
               EVALUATE TRUE
                   WHEN FAC-FACTURE AND nb-factures < 3000
                       ADD 1 TO nb-factures
                       MOVE FAC-NUMERO TO fct-numero(nb-factures)
                       MOVE FAC-DATE TO fct-date(nb-factures)
                       MOVE FAC-ELEVE TO fct-eleve(nb-factures)
                       MOVE FAC-CLASSE TO fct-classe(nb-factures)
                       MOVE FAC-ANNEE TO fct-annee(nb-factures)
                       MOVE FAC-TERME TO fct-terme(nb-factures)
                       MOVE FAC-MONTANT TO fct-montant(nb-factures)
                       MOVE 0 TO fct-paye(nb-factures)
                       MOVE FAC-RESPONSABLE
                           TO fct-responsable(nb-factures)
                   WHEN FAC-FACTURE
                       MOVE 'O' TO factures-tronquees
                   WHEN FAC-PAIEMENT
                       MOVE FAC-NUMERO TO numero-facture-cherche
                       PERFORM chercher-facture
                       IF facture-trouvee > 0
                           ADD FAC-MONTANT
                               TO fct-paye(facture-trouvee)
                       ELSE
                           ADD 1 TO nb-paiements-orphelins
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       chercher-facture.
           MOVE 0 TO facture-trouvee.
           PERFORM VARYING fa FROM 1 BY 1
                   UNTIL fa > nb-factures OR facture-trouvee > 0
               IF fct-numero(fa) = numero-facture-cherche
                   MOVE fa TO facture-trouvee
               END-IF
           END-PERFORM.
