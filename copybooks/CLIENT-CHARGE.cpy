      *>Chargement, recherche et reecriture du fichier des clients.
      *>La reecriture se fait sous le verrou VERROU-CLIENTS.LCK pris
      *>par l'appelant, et jamais depuis une table tronquee. Un etat
      *>illisible vaut actif, un delai illisible 30 jours.
       charger-clients.
           MOVE 0 TO nb-clients.
           MOVE 'N' TO clients-tronques.
           MOVE 'N' TO fin-clients.
           OPEN INPUT FICHIER-CLIENTS.
           IF statut-clients(1:1) = "0"
               READ FICHIER-CLIENTS
                   AT END MOVE 'O' TO fin-clients
               END-READ
               PERFORM UNTIL fin-clients = 'O'
                   IF CLI-CODE NOT = SPACES
                       IF nb-clients < 100
                           ADD 1 TO nb-clients
                           PERFORM ranger-client
                       ELSE
                           MOVE 'O' TO clients-tronques
                       END-IF
                   END-IF
                   READ FICHIER-CLIENTS
                       AT END MOVE 'O' TO fin-clients
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CLIENTS
           END-IF.

       ranger-client.
           MOVE CLI-CODE TO cli-t-code(nb-clients).
           MOVE CLI-NOM TO cli-t-nom(nb-clients).
           MOVE CLI-ADRESSE1 TO cli-t-adresse1(nb-clients).
           MOVE CLI-ADRESSE2 TO cli-t-adresse2(nb-clients).
           MOVE 0 TO cli-t-plafond(nb-clients).
           MOVE 30 TO cli-t-delai(nb-clients).
           IF CLI-PLAFOND IS NUMERIC
               MOVE CLI-PLAFOND TO cli-t-plafond(nb-clients)
           END-IF.
           IF CLI-DELAI IS NUMERIC
               MOVE CLI-DELAI TO cli-t-delai(nb-clients)
           END-IF.
           IF CLI-ETAT = 'F'
               MOVE 'F' TO cli-t-etat(nb-clients)
           ELSE
               MOVE 'A' TO cli-t-etat(nb-clients)
           END-IF.

       chercher-client.
           MOVE 0 TO client-trouve.
           PERFORM VARYING cl FROM 1 BY 1
                   UNTIL cl > nb-clients OR client-trouve > 0
               IF cli-t-code(cl) = code-client-cherche
                   MOVE cl TO client-trouve
               END-IF
           END-PERFORM.

       sauver-clients.
           OPEN OUTPUT FICHIER-CLIENTS.
           PERFORM VARYING cl FROM 1 BY 1 UNTIL cl > nb-clients
               MOVE SPACES TO LIGNE-CLIENT
               MOVE cli-t-code(cl) TO CLI-CODE
               MOVE cli-t-nom(cl) TO CLI-NOM
               MOVE cli-t-adresse1(cl) TO CLI-ADRESSE1
               MOVE cli-t-adresse2(cl) TO CLI-ADRESSE2
               MOVE cli-t-plafond(cl) TO CLI-PLAFOND
               MOVE cli-t-delai(cl) TO CLI-DELAI
               MOVE cli-t-etat(cl) TO CLI-ETAT
               WRITE LIGNE-CLIENT
           END-PERFORM.
           CLOSE FICHIER-CLIENTS.
