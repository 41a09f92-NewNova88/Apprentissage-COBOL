      *>Controle d'une designation contre le lexique : chaque mot de
      *>designation-controlee (separe par des blancs, sans casse)
      *>doit y figurer. Un mot portant un chiffre (taille, contenance,
      *>reference) n'est pas du vocabulaire et passe. Au premier mot
      *>inconnu, le verdict tombe et les mots approuves les plus
      *>proches sont proposes. Tant que le lexique est vide ou
      *>absent, toute designation passe, comme l'hote d'une visite.
       controler-lexique.
           MOVE 'O' TO verdict-lexique.
           MOVE SPACES TO mot-hors-lexique suggestions-lexique.
           IF nb-lexique > 0
               MOVE 1 TO pointeur-lexique
               PERFORM UNTIL pointeur-lexique > 90
                       OR NOT DESIGNATION-APPROUVEE
                   MOVE SPACES TO mot-lu-lexique
                   UNSTRING designation-controlee
                       DELIMITED BY ALL SPACE
                       INTO mot-lu-lexique
                       WITH POINTER pointeur-lexique
                   END-UNSTRING
                   IF mot-lu-lexique NOT = SPACES
                       PERFORM controler-mot-lexique
                   END-IF
               END-PERFORM
           END-IF.

       controler-mot-lexique.
           MOVE 0 TO nb-chiffres-lexique.
           INSPECT mot-lu-lexique TALLYING nb-chiffres-lexique
               FOR ALL "0" "1" "2" "3" "4" "5" "6" "7" "8" "9".
           IF nb-chiffres-lexique = 0
               MOVE FUNCTION UPPER-CASE(mot-lu-lexique)
                   TO mot-lexique-cherche
               PERFORM chercher-mot-lexique
               IF rang-lexique = 0
                   MOVE 'N' TO verdict-lexique
                   MOVE mot-lexique-cherche TO mot-hors-lexique
                   PERFORM proposer-mots-proches
               END-IF
           END-IF.

      *>Les trois mots approuves les plus proches du mot refuse, du
      *>plus proche au moins proche, a trois lettres d'ecart au plus
      *>(et jamais autant que le mot a de lettres).
       proposer-mots-proches.
           PERFORM VARYING pr FROM 1 BY 1 UNTIL pr > 3
               MOVE SPACES TO proche-mot(pr)
               MOVE 99 TO proche-distance(pr)
           END-PERFORM.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(mot-hors-lexique))
               TO long-refuse.
           PERFORM VARYING lx FROM 1 BY 1 UNTIL lx > nb-lexique
               MOVE FUNCTION LENGTH(FUNCTION TRIM(lex-t-mot(lx)))
                   TO long-approuve
               IF long-approuve <= long-refuse + 3
                       AND long-refuse <= long-approuve + 3
                   PERFORM mesurer-distance
                   IF distance-lexique <= 3
                           AND distance-lexique < long-refuse
                       PERFORM classer-mot-proche
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 1 TO pointeur-suggestions.
           PERFORM VARYING pr FROM 1 BY 1 UNTIL pr > 3
               IF proche-mot(pr) NOT = SPACES
                   STRING FUNCTION TRIM(proche-mot(pr)) " "
                       DELIMITED BY SIZE INTO suggestions-lexique
                       WITH POINTER pointeur-suggestions
               END-IF
           END-PERFORM.

      *>Place le mot lx parmi les trois plus proches (a distance
      *>egale, le premier rencontre, donc l'alphabetique, reste
      *>devant).
       classer-mot-proche.
           MOVE 3 TO pr.
           IF distance-lexique < proche-distance(3)
               MOVE 'N' TO place-lexique
               PERFORM UNTIL place-lexique = 'O'
                   IF pr = 1
                       MOVE 'O' TO place-lexique
                   ELSE
                       IF proche-distance(pr - 1) <= distance-lexique
                           MOVE 'O' TO place-lexique
                       ELSE
                           MOVE proche-mot(pr - 1) TO proche-mot(pr)
                           MOVE proche-distance(pr - 1)
                               TO proche-distance(pr)
                           SUBTRACT 1 FROM pr
                       END-IF
                   END-IF
               END-PERFORM
               MOVE lex-t-mot(lx) TO proche-mot(pr)
               MOVE distance-lexique TO proche-distance(pr)
           END-IF.

      *>Distance d'edition entre mot-hors-lexique et lex-t-mot(lx) :
      *>la case (i + 1, j + 1) de la grille est le nombre minimal de
      *>lettres a retirer, ajouter ou changer pour passer des i
      *>premieres lettres de l'un aux j premieres de l'autre.
       mesurer-distance.
           PERFORM VARYING di FROM 0 BY 1 UNTIL di > long-refuse
               MOVE di TO grille-case(di + 1, 1)
           END-PERFORM.
           PERFORM VARYING dj FROM 0 BY 1 UNTIL dj > long-approuve
               MOVE dj TO grille-case(1, dj + 1)
           END-PERFORM.
           PERFORM VARYING di FROM 1 BY 1 UNTIL di > long-refuse
               PERFORM VARYING dj FROM 1 BY 1
                       UNTIL dj > long-approuve
                   IF mot-hors-lexique(di:1) = lex-t-mot(lx)(dj:1)
                       MOVE 0 TO cout-lettre
                   ELSE
                       MOVE 1 TO cout-lettre
                   END-IF
                   COMPUTE par-retrait = grille-case(di, dj + 1) + 1
                   COMPUTE par-ajout = grille-case(di + 1, dj) + 1
                   COMPUTE par-echange =
                       grille-case(di, dj) + cout-lettre
                   MOVE FUNCTION MIN(par-retrait par-ajout
                       par-echange) TO grille-case(di + 1, dj + 1)
               END-PERFORM
           END-PERFORM.
           MOVE grille-case(long-refuse + 1, long-approuve + 1)
               TO distance-lexique.
