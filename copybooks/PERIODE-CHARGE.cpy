      *>Chargement, recherche et reecriture du calendrier scolaire.
      *>Une ligne illisible (type inconnu, date non numerique) est
      *>ignoree au chargement.
       charger-periodes.
           MOVE 0 TO nb-periodes.
           MOVE 'N' TO periodes-tronquees.
           MOVE 'N' TO fin-periodes.
           OPEN INPUT FICHIER-PERIODES.
           IF statut-periodes(1:1) = "0"
               READ FICHIER-PERIODES
                   AT END MOVE 'O' TO fin-periodes
               END-READ
               PERFORM UNTIL fin-periodes = 'O'
                   IF (PER-TYPE = 'T' OR PER-TYPE = 'V')
                           AND PER-DEBUT IS NUMERIC
                           AND PER-FIN IS NUMERIC
                       IF nb-periodes < 40
                           ADD 1 TO nb-periodes
                           MOVE PER-TYPE TO per-t-type(nb-periodes)
                           MOVE PER-CODE TO per-t-code(nb-periodes)
                           MOVE PER-DEBUT TO per-t-debut(nb-periodes)
                           MOVE PER-FIN TO per-t-fin(nb-periodes)
                           MOVE PER-LIBELLE
                               TO per-t-libelle(nb-periodes)
                       ELSE
                           MOVE 'O' TO periodes-tronquees
                       END-IF
                   END-IF
                   READ FICHIER-PERIODES
                       AT END MOVE 'O' TO fin-periodes
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PERIODES
           END-IF.

       *>Periode de cours et vacances de date-periode-cherchee, et
       *>derniere periode de cours commencee a cette date.
       chercher-periode.
           MOVE SPACES TO terme-de-la-date.
           MOVE SPACES TO vacances-de-la-date.
           MOVE SPACES TO dernier-terme-commence.
           MOVE 0 TO debut-dernier-terme.
           PERFORM VARYING pe FROM 1 BY 1 UNTIL pe > nb-periodes
               IF per-t-debut(pe) <= date-periode-cherchee
                   IF per-t-type(pe) = 'T'
                       IF per-t-fin(pe) >= date-periode-cherchee
                           MOVE per-t-code(pe) TO terme-de-la-date
                       END-IF
                       IF per-t-debut(pe) > debut-dernier-terme
                           MOVE per-t-debut(pe) TO debut-dernier-terme
                           MOVE per-t-code(pe)
                               TO dernier-terme-commence
                       END-IF
                   ELSE
                       IF per-t-fin(pe) >= date-periode-cherchee
                           MOVE per-t-libelle(pe)
                               TO vacances-de-la-date
                           IF vacances-de-la-date = SPACES
                               MOVE "vacances" TO vacances-de-la-date
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       *>Reecriture complete du calendrier (jamais depuis une table
       *>tronquee : l'appelant le verifie).
       sauver-periodes.
           OPEN OUTPUT FICHIER-PERIODES.
           PERFORM VARYING pe FROM 1 BY 1 UNTIL pe > nb-periodes
               MOVE SPACES TO LIGNE-PERIODE
               MOVE per-t-type(pe) TO PER-TYPE
               MOVE per-t-code(pe) TO PER-CODE
               MOVE per-t-debut(pe) TO PER-DEBUT
               MOVE per-t-fin(pe) TO PER-FIN
               MOVE per-t-libelle(pe) TO PER-LIBELLE
               WRITE LIGNE-PERIODE
           END-PERFORM.
           CLOSE FICHIER-PERIODES.
