      *>Chargement, recherche et reecriture des decisions des
      *>conseils de classe. La reecriture se fait sous le verrou
      *>VERROU-DECISIONS.LCK pris par l'appelant, et jamais depuis
      *>une table tronquee. Une moyenne ou un compte illisible vaut
      *>zero.
       charger-decisions.
           MOVE 0 TO nb-decisions.
           MOVE 'N' TO decisions-tronquees.
           MOVE 'N' TO fin-decisions.
           OPEN INPUT FICHIER-DECISIONS.
           IF statut-decisions(1:1) = "0"
               READ FICHIER-DECISIONS
                   AT END MOVE 'O' TO fin-decisions
               END-READ
               PERFORM UNTIL fin-decisions = 'O'
                   IF DEC-ETUDIANT NOT = SPACES
                       IF nb-decisions < 3000
                           ADD 1 TO nb-decisions
                           PERFORM ranger-decision
                       ELSE
                           MOVE 'O' TO decisions-tronquees
                       END-IF
                   END-IF
                   READ FICHIER-DECISIONS
                       AT END MOVE 'O' TO fin-decisions
                   END-READ
               END-PERFORM
               CLOSE FICHIER-DECISIONS
           END-IF.

       ranger-decision.
           MOVE DEC-ANNEE TO dec-t-annee(nb-decisions).
           MOVE DEC-ETUDIANT TO dec-t-etudiant(nb-decisions).
           MOVE DEC-CLASSE TO dec-t-classe(nb-decisions).
           MOVE DEC-DECISION TO dec-t-decision(nb-decisions).
           MOVE DEC-NOUVELLE-CLASSE
               TO dec-t-nouvelle-classe(nb-decisions).
           MOVE DEC-OPERATEUR TO dec-t-operateur(nb-decisions).
           MOVE DEC-HORODATAGE TO dec-t-horodatage(nb-decisions).
           MOVE 0 TO dec-t-moyenne(nb-decisions).
           MOVE 0 TO dec-t-absences(nb-decisions).
           IF DEC-MOYENNE IS NUMERIC
               MOVE DEC-MOYENNE TO dec-t-moyenne(nb-decisions)
           END-IF.
           IF DEC-ABSENCES IS NUMERIC
               MOVE DEC-ABSENCES TO dec-t-absences(nb-decisions)
           END-IF.

       *>Decision de l'eleve id-decision-cherche pour l'annee
       *>annee-decision-cherchee (0 : pas encore de decision).
       chercher-decision.
           MOVE 0 TO decision-trouvee.
           PERFORM VARYING dc FROM 1 BY 1
                   UNTIL dc > nb-decisions OR decision-trouvee > 0
               IF dec-t-annee(dc) = annee-decision-cherchee
                       AND dec-t-etudiant(dc) = id-decision-cherche
                   MOVE dc TO decision-trouvee
               END-IF
           END-PERFORM.

       sauver-decisions.
           OPEN OUTPUT FICHIER-DECISIONS.
           PERFORM VARYING dc FROM 1 BY 1 UNTIL dc > nb-decisions
               MOVE SPACES TO LIGNE-DECISION
               MOVE dec-t-annee(dc) TO DEC-ANNEE
               MOVE dec-t-etudiant(dc) TO DEC-ETUDIANT
               MOVE dec-t-classe(dc) TO DEC-CLASSE
               MOVE dec-t-decision(dc) TO DEC-DECISION
               MOVE dec-t-nouvelle-classe(dc) TO DEC-NOUVELLE-CLASSE
               MOVE dec-t-moyenne(dc) TO DEC-MOYENNE
               MOVE dec-t-absences(dc) TO DEC-ABSENCES
               MOVE dec-t-operateur(dc) TO DEC-OPERATEUR
               MOVE dec-t-horodatage(dc) TO DEC-HORODATAGE
               WRITE LIGNE-DECISION
           END-PERFORM.
           CLOSE FICHIER-DECISIONS.
