      *>Chargement, recherche et reecriture de la liste de
      *>surveillance. La recherche compare les noms sans casse ni
      *>blancs de queue, comme le pointage des attendus ; une ligne
      *>retiree (sur-t-retire a R) n'est plus trouvee ni reecrite.
      *>Une date illisible vaut 0 : la revue est alors echue.
       charger-surveillance.
           MOVE 0 TO nb-surveilles.
           MOVE 'N' TO surveillance-tronquee.
           MOVE 'N' TO fin-surveillance.
           OPEN INPUT FICHIER-SURVEILLANCE.
           IF statut-surveillance(1:1) = "0"
               READ FICHIER-SURVEILLANCE
                   AT END MOVE 'O' TO fin-surveillance
               END-READ
               PERFORM UNTIL fin-surveillance = 'O'
                   IF SUR-NOM NOT = SPACES
                       IF nb-surveilles < 200
                           ADD 1 TO nb-surveilles
                           PERFORM ranger-surveille
                       ELSE
                           MOVE 'O' TO surveillance-tronquee
                       END-IF
                   END-IF
                   READ FICHIER-SURVEILLANCE
                       AT END MOVE 'O' TO fin-surveillance
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SURVEILLANCE
           END-IF.

       ranger-surveille.
           MOVE SUR-NOM TO sur-t-nom(nb-surveilles).
           MOVE SUR-MOTIF TO sur-t-motif(nb-surveilles).
           MOVE SUR-AJOUTE-PAR TO sur-t-ajoute-par(nb-surveilles).
           MOVE SPACE TO sur-t-retire(nb-surveilles).
           MOVE 0 TO sur-t-date-ajout(nb-surveilles)
               sur-t-date-revue(nb-surveilles).
           IF SUR-DATE-AJOUT IS NUMERIC
               MOVE SUR-DATE-AJOUT TO sur-t-date-ajout(nb-surveilles)
           END-IF.
           IF SUR-DATE-REVUE IS NUMERIC
               MOVE SUR-DATE-REVUE TO sur-t-date-revue(nb-surveilles)
           END-IF.

       chercher-surveille.
           MOVE 0 TO surveille-trouve.
           PERFORM VARYING sv FROM 1 BY 1
                   UNTIL sv > nb-surveilles OR surveille-trouve > 0
               IF sur-t-retire(sv) NOT = 'R'
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                           sur-t-nom(sv)))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(
                           nom-surveille-cherche))
                   MOVE sv TO surveille-trouve
               END-IF
           END-PERFORM.

       sauver-surveillance.
           OPEN OUTPUT FICHIER-SURVEILLANCE.
           PERFORM VARYING sv FROM 1 BY 1 UNTIL sv > nb-surveilles
               IF sur-t-retire(sv) NOT = 'R'
                   MOVE SPACES TO LIGNE-SURVEILLANCE
                   MOVE sur-t-nom(sv) TO SUR-NOM
                   MOVE sur-t-motif(sv) TO SUR-MOTIF
                   MOVE sur-t-date-ajout(sv) TO SUR-DATE-AJOUT
                   MOVE sur-t-ajoute-par(sv) TO SUR-AJOUTE-PAR
                   MOVE sur-t-date-revue(sv) TO SUR-DATE-REVUE
                   WRITE LIGNE-SURVEILLANCE
               END-IF
           END-PERFORM.
           CLOSE FICHIER-SURVEILLANCE.
