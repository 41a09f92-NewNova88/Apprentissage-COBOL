      *>Chargement de AFFECTATION-TYPES.DAT dans table-affectations
      *>(20 types) et recherche d'un type. Un fichier absent laisse
      *>AFFECTATIONS-EN-PLACE a faux.
       charger-affectations.
           MOVE 0 TO nb-affectations.
           MOVE 'N' TO affectations-presentes.
           MOVE 'N' TO affectations-tronquees.
           MOVE 'N' TO fin-affectation.
           OPEN INPUT FICHIER-AFFECTATIONS.
           IF statut-affectation(1:1) = "0"
               IF statut-affectation = "00"
                   MOVE 'O' TO affectations-presentes
               END-IF
               READ FICHIER-AFFECTATIONS
                   AT END MOVE 'O' TO fin-affectation
               END-READ
               PERFORM UNTIL fin-affectation = 'O'
                   IF AFF-TYPE NOT = SPACES
                       IF nb-affectations < 20
                           ADD 1 TO nb-affectations
                           MOVE FUNCTION UPPER-CASE(AFF-TYPE)
                               TO aft-type(nb-affectations)
                           MOVE FUNCTION UPPER-CASE(AFF-COMPTE)
                               TO aft-compte(nb-affectations)
                           MOVE AFF-SENS TO aft-sens(nb-affectations)
                       ELSE
                           MOVE 'O' TO affectations-tronquees
                       END-IF
                   END-IF
                   READ FICHIER-AFFECTATIONS
                       AT END MOVE 'O' TO fin-affectation
                   END-READ
               END-PERFORM
               CLOSE FICHIER-AFFECTATIONS
           END-IF.

       chercher-affectation.
           MOVE 0 TO affectation-trouvee.
           PERFORM VARYING af FROM 1 BY 1 UNTIL af > nb-affectations
               IF aft-type(af) = type-a-affecter
                   MOVE af TO affectation-trouvee
               END-IF
           END-PERFORM.
