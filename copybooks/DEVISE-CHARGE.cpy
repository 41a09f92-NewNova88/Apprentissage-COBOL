      *>Chargement, recherche du cours valide un jour donne et
      *>reecriture du fichier des cours. Jamais de reecriture depuis
      *>une table tronquee.
       charger-devises.
           MOVE 0 TO nb-devises.
           MOVE 'N' TO devises-tronquees.
           MOVE 'N' TO fin-devises.
           OPEN INPUT FICHIER-DEVISES.
           IF statut-devises(1:1) = "0"
               READ FICHIER-DEVISES
                   AT END MOVE 'O' TO fin-devises
               END-READ
               PERFORM UNTIL fin-devises = 'O'
                   IF DEV-CODE NOT = SPACES
                       IF nb-devises < 30
                           ADD 1 TO nb-devises
                           PERFORM ranger-devise
                       ELSE
                           MOVE 'O' TO devises-tronquees
                       END-IF
                   END-IF
                   READ FICHIER-DEVISES
                       AT END MOVE 'O' TO fin-devises
                   END-READ
               END-PERFORM
               CLOSE FICHIER-DEVISES
           END-IF.

       ranger-devise.
           MOVE DEV-CODE TO dev-t-code(nb-devises).
           MOVE DEV-LIBELLE TO dev-t-libelle(nb-devises).
           MOVE 0 TO dev-t-cours(nb-devises)
               dev-t-debut(nb-devises) dev-t-fin(nb-devises).
           IF DEV-COURS IS NUMERIC
               MOVE DEV-COURS TO dev-t-cours(nb-devises)
           END-IF.
           IF DEV-DEBUT IS NUMERIC
               MOVE DEV-DEBUT TO dev-t-debut(nb-devises)
           END-IF.
           IF DEV-FIN IS NUMERIC
               MOVE DEV-FIN TO dev-t-fin(nb-devises)
           END-IF.

      *>Generation du cours de code-devise-cherche valide le jour
      *>jour-cours (la plus recente si plusieurs se chevauchent) ;
      *>devise-trouvee reste a 0 sans cours valide ou a cours nul.
       chercher-cours-devise.
           MOVE 0 TO devise-trouvee.
           PERFORM VARYING dv FROM 1 BY 1 UNTIL dv > nb-devises
               IF dev-t-code(dv) = code-devise-cherche
                       AND dev-t-cours(dv) > 0
                       AND (dev-t-debut(dv) = 0
                           OR dev-t-debut(dv) <= jour-cours)
                       AND (dev-t-fin(dv) = 0
                           OR dev-t-fin(dv) >= jour-cours)
                   IF devise-trouvee = 0
                       MOVE dv TO devise-trouvee
                   ELSE
                       IF dev-t-debut(dv) >= dev-t-debut(devise-trouvee)
                           MOVE dv TO devise-trouvee
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       sauver-devises.
           OPEN OUTPUT FICHIER-DEVISES.
           PERFORM VARYING dv FROM 1 BY 1 UNTIL dv > nb-devises
               MOVE SPACES TO LIGNE-DEVISE
               MOVE dev-t-code(dv) TO DEV-CODE
               MOVE dev-t-cours(dv) TO DEV-COURS
               MOVE dev-t-libelle(dv) TO DEV-LIBELLE
               MOVE dev-t-debut(dv) TO DEV-DEBUT
               MOVE dev-t-fin(dv) TO DEV-FIN
               WRITE LIGNE-DEVISE
           END-PERFORM.
           CLOSE FICHIER-DEVISES.
