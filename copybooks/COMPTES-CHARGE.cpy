      *>Chargement du plan comptable COMPTES.DAT dans table-plan
      *>(50 comptes), et controle d'un code de compte contre le plan.
      *>Un fichier absent laisse PLAN-EN-PLACE a faux : tout compte
      *>est alors admis, comme avant le plan.
       charger-plan-comptes.
           MOVE 0 TO nb-plan.
           MOVE 'N' TO plan-present.
           MOVE 'N' TO plan-tronque.
           MOVE 'N' TO fin-plan.
           OPEN INPUT FICHIER-PLAN-COMPTES.
           *>OPTIONAL : un fichier absent s'ouvre quand meme (statut
           *>05) et doit etre referme.
           IF statut-plan(1:1) = "0"
               IF statut-plan = "00"
                   MOVE 'O' TO plan-present
               END-IF
               READ FICHIER-PLAN-COMPTES
                   AT END MOVE 'O' TO fin-plan
               END-READ
               PERFORM UNTIL fin-plan = 'O'
                   IF PLC-CODE NOT = SPACES
                       IF nb-plan < 50
                           PERFORM ranger-compte-plan
                       ELSE
                           MOVE 'O' TO plan-tronque
                       END-IF
                   END-IF
                   READ FICHIER-PLAN-COMPTES
                       AT END MOVE 'O' TO fin-plan
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PLAN-COMPTES
           END-IF.

       ranger-compte-plan.
           ADD 1 TO nb-plan.
           MOVE FUNCTION UPPER-CASE(PLC-CODE) TO plan-code(nb-plan).
           MOVE PLC-LIBELLE TO plan-libelle(nb-plan).
           MOVE PLC-TYPE TO plan-type(nb-plan).
           MOVE PLC-ETAT TO plan-etat(nb-plan).
           IF PLC-OUVERTURE IS NUMERIC
               MOVE PLC-OUVERTURE TO plan-ouverture(nb-plan)
           ELSE
               MOVE 0 TO plan-ouverture(nb-plan)
           END-IF.

      *>Controle de compte-a-controler : plan-trouve en sort comme
      *>indice (0 = hors plan), libelle-compte-plan et
      *>libelle-type-plan pour les etats, et COMPTE-PLAN-ADMIS si le
      *>compte peut recevoir un poste (au plan et ouvert, ou plan
      *>pas encore en place).
       controler-compte-plan.
           MOVE 0 TO plan-trouve.
           MOVE 'N' TO compte-plan-verdict.
           MOVE "(hors plan)" TO libelle-compte-plan.
           MOVE SPACES TO libelle-type-plan.
           PERFORM VARYING pl FROM 1 BY 1 UNTIL pl > nb-plan
               IF plan-code(pl) = compte-a-controler
                   MOVE pl TO plan-trouve
               END-IF
           END-PERFORM.
           IF plan-trouve > 0
               MOVE plan-libelle(plan-trouve) TO libelle-compte-plan
               PERFORM VARYING ty FROM 1 BY 1 UNTIL ty > 8
                   IF typ-code(ty) = plan-type(plan-trouve)
                       MOVE typ-libelle(ty) TO libelle-type-plan
                   END-IF
               END-PERFORM
               IF plan-etat(plan-trouve) NOT = 'F'
                   MOVE 'O' TO compte-plan-verdict
               END-IF
           END-IF.
           IF NOT PLAN-EN-PLACE
               MOVE 'O' TO compte-plan-verdict
           END-IF.
