      *>Chargement, recherche et reecriture du lexique des
      *>designations. Les mots sont ranges en majuscules et dans
      *>l'ordre alphabetique ; la reecriture ne se fait jamais
      *>depuis une table tronquee.
       charger-lexique.
           MOVE 0 TO nb-lexique.
           MOVE 'N' TO lexique-tronque.
           MOVE 'N' TO fin-lexique.
           OPEN INPUT FICHIER-LEXIQUE.
           IF statut-lexique(1:1) = "0"
               READ FICHIER-LEXIQUE
                   AT END MOVE 'O' TO fin-lexique
               END-READ
               PERFORM UNTIL fin-lexique = 'O'
                   IF LEX-MOT NOT = SPACES
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(LEX-MOT))
                           TO mot-lexique-cherche
                       PERFORM ranger-mot-lexique
                   END-IF
                   READ FICHIER-LEXIQUE
                       AT END MOVE 'O' TO fin-lexique
                   END-READ
               END-PERFORM
               CLOSE FICHIER-LEXIQUE
           END-IF.

      *>Insere mot-lexique-cherche a sa place alphabetique (un mot
      *>deja present n'est pas double).
       ranger-mot-lexique.
           PERFORM chercher-mot-lexique.
           IF rang-lexique = 0
               IF nb-lexique < 500
                   MOVE nb-lexique TO lx
                   MOVE 'N' TO place-lexique
                   PERFORM UNTIL place-lexique = 'O'
                       IF lx = 0
                           MOVE 'O' TO place-lexique
                       ELSE
                           IF lex-t-mot(lx) < mot-lexique-cherche
                               MOVE 'O' TO place-lexique
                           ELSE
                               MOVE lex-t-mot(lx) TO lex-t-mot(lx + 1)
                               SUBTRACT 1 FROM lx
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE mot-lexique-cherche TO lex-t-mot(lx + 1)
                   ADD 1 TO nb-lexique
               ELSE
                   MOVE 'O' TO lexique-tronque
               END-IF
           END-IF.

       chercher-mot-lexique.
           MOVE 0 TO rang-lexique.
           PERFORM VARYING lx FROM 1 BY 1
                   UNTIL lx > nb-lexique OR rang-lexique > 0
               IF lex-t-mot(lx) = mot-lexique-cherche
                   MOVE lx TO rang-lexique
               END-IF
           END-PERFORM.

       sauver-lexique.
           OPEN OUTPUT FICHIER-LEXIQUE.
           PERFORM VARYING lx FROM 1 BY 1 UNTIL lx > nb-lexique
               MOVE SPACES TO LIGNE-LEXIQUE
               MOVE lex-t-mot(lx) TO LEX-MOT
               WRITE LIGNE-LEXIQUE
           END-PERFORM.
           CLOSE FICHIER-LEXIQUE.
