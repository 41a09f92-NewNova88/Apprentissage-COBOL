      *>Cle de numero-cle dans cle-numero, et forme imprimable
      *>nnnnnn-c dans numero-cle-edite : une inversion ou un chiffre
      *>mal relu a la ressaisie change la cle.
       calculer-cle-numero.
           MOVE 0 TO somme-ponderee-cle.
           PERFORM VARYING rang-chiffre-cle FROM 1 BY 1
                   UNTIL rang-chiffre-cle > 6
               IF FUNCTION MOD(rang-chiffre-cle, 2) = 1
                   COMPUTE somme-ponderee-cle = somme-ponderee-cle
                       + chiffre-cle(rang-chiffre-cle) * 3
               ELSE
                   COMPUTE somme-ponderee-cle = somme-ponderee-cle
                       + chiffre-cle(rang-chiffre-cle)
               END-IF
           END-PERFORM.
           COMPUTE cle-numero =
               FUNCTION MOD(10 - FUNCTION MOD(somme-ponderee-cle, 10),
               10).
           MOVE numero-cle TO nce-numero.
           MOVE cle-numero TO nce-cle.

      *>Controle d'un numero ressaisi : la cle tapee doit etre celle
      *>du numero ; sans cle, le numero n'est admis que pendant la
      *>transition (CLES-TRANSITION.DAT, relu une fois par passage).
       controler-cle-saisie.
           MOVE SPACES TO libelle-cle.
           PERFORM calculer-cle-numero.
           IF cle-saisie = SPACE
               PERFORM charger-transition-cles
               IF fin-transition-cles = SPACES
                       OR FUNCTION CURRENT-DATE(1:8)
                           <= fin-transition-cles
                   MOVE 'S' TO verdict-cle
               ELSE
                   MOVE 'T' TO verdict-cle
                   MOVE "Numero sans cle : cle requise."
                       TO libelle-cle
               END-IF
           ELSE
               IF cle-saisie IS NUMERIC AND cle-saisie = nce-cle
                   MOVE 'O' TO verdict-cle
               ELSE
                   MOVE 'F' TO verdict-cle
                   MOVE "Cle fausse : numero mal relu."
                       TO libelle-cle
               END-IF
           END-IF.

       charger-transition-cles.
           IF transition-cles-lue NOT = 'O'
               MOVE 'O' TO transition-cles-lue
               MOVE SPACES TO fin-transition-cles
               OPEN INPUT FICHIER-CLES
               IF statut-cles = "00"
                   READ FICHIER-CLES
                       AT END CONTINUE
                       NOT AT END
                           IF CLS-FIN-TRANSITION IS NUMERIC
                               MOVE CLS-FIN-TRANSITION
                                   TO fin-transition-cles
                           END-IF
                   END-READ
                   CLOSE FICHIER-CLES
               END-IF
           END-IF.
