      *>Chargement et reecriture de l'echeancier RECURRENTES.DAT.
      *>La reecriture se fait sous le verrou VERROU-RECURRENTES.LCK
      *>pris par l'appelant, et jamais depuis une table tronquee.
       charger-recurrentes.
           MOVE 0 TO nb-recurrentes.
           MOVE 'N' TO recurrentes-tronquees.
           MOVE 'N' TO fin-recurrentes.
           OPEN INPUT FICHIER-RECURRENTES.
           IF statut-recurrentes(1:1) = "0"
               READ FICHIER-RECURRENTES
                   AT END MOVE 'O' TO fin-recurrentes
               END-READ
               PERFORM UNTIL fin-recurrentes = 'O'
                   IF REC-CODE NOT = SPACES
                       IF nb-recurrentes < 50
                           ADD 1 TO nb-recurrentes
                           PERFORM ranger-recurrente
                       ELSE
                           MOVE 'O' TO recurrentes-tronquees
                       END-IF
                   END-IF
                   READ FICHIER-RECURRENTES
                       AT END MOVE 'O' TO fin-recurrentes
                   END-READ
               END-PERFORM
               CLOSE FICHIER-RECURRENTES
           END-IF.

      *>Une zone numerique illisible vaut 0 : l'echeance ne part
      *>pas (debut a 0) plutot que de generer n'importe quoi.
       ranger-recurrente.
           MOVE FUNCTION UPPER-CASE(REC-CODE)
               TO rct-code(nb-recurrentes).
           MOVE REC-LIBELLE TO rct-libelle(nb-recurrentes).
           MOVE FUNCTION UPPER-CASE(REC-TYPE)
               TO rct-type(nb-recurrentes).
           MOVE FUNCTION UPPER-CASE(REC-FREQUENCE)
               TO rct-frequence(nb-recurrentes).
           IF REC-MONTANT IS NUMERIC
               MOVE REC-MONTANT TO rct-montant(nb-recurrentes)
           ELSE
               MOVE 0 TO rct-montant(nb-recurrentes)
           END-IF.
           IF REC-JOUR IS NUMERIC
               MOVE REC-JOUR TO rct-jour(nb-recurrentes)
           ELSE
               MOVE 0 TO rct-jour(nb-recurrentes)
           END-IF.
           IF REC-DEBUT IS NUMERIC
               MOVE REC-DEBUT TO rct-debut(nb-recurrentes)
           ELSE
               MOVE 0 TO rct-debut(nb-recurrentes)
           END-IF.
           IF REC-FIN IS NUMERIC
               MOVE REC-FIN TO rct-fin(nb-recurrentes)
           ELSE
               MOVE 0 TO rct-fin(nb-recurrentes)
           END-IF.
           IF REC-DERNIERE IS NUMERIC
               MOVE REC-DERNIERE TO rct-derniere(nb-recurrentes)
           ELSE
               MOVE 0 TO rct-derniere(nb-recurrentes)
           END-IF.

       sauver-recurrentes.
           OPEN OUTPUT FICHIER-RECURRENTES.
           PERFORM VARYING rc FROM 1 BY 1 UNTIL rc > nb-recurrentes
               MOVE SPACES TO LIGNE-RECURRENTE
               MOVE rct-code(rc) TO REC-CODE
               MOVE rct-libelle(rc) TO REC-LIBELLE
               MOVE rct-type(rc) TO REC-TYPE
               MOVE rct-montant(rc) TO REC-MONTANT
               MOVE rct-frequence(rc) TO REC-FREQUENCE
               MOVE rct-jour(rc) TO REC-JOUR
               MOVE rct-debut(rc) TO REC-DEBUT
               MOVE rct-fin(rc) TO REC-FIN
               MOVE rct-derniere(rc) TO REC-DERNIERE
               WRITE LIGNE-RECURRENTE
           END-PERFORM.
           CLOSE FICHIER-RECURRENTES.
