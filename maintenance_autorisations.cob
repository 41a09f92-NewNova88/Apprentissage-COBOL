       77 operateur-choisi PIC X(08).
       1 droits-edites.
           2 droit-edite PIC X(01) OCCURS 99.
       *>Drapeaux tels que charges : chaque option nouvellement
       *>accordee a un operateur deja liste part au journal, pour
       *>l'audit de separation des taches (droit que l'on s'accorde
       *>puis qu'on utilise le jour meme).
       1 droits-initiaux.
           2 droit-initial PIC X(01) OCCURS 99.
       77 operateur-au-fichier PIC X(01) VALUE 'N'.
       77 nb-droits PIC 99 VALUE 0.

               END-PERFORM
               CLOSE FICHIER-AUTORISATIONS
           END-IF.
           MOVE droits-edites TO droits-initiaux.

       *>Bascule des drapeaux option par option jusqu'au 0. A la
       *>sortie, un operateur laisse sans aucune option doit etre
           STRING "DROITS " operateur-choisi
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-droits.
           *>Un operateur absent du fichier avait deja tout : seules
           *>les options ajoutees a un operateur liste sont des droits
           *>nouveaux.
           IF operateur-au-fichier = 'O'
               PERFORM VARYING o FROM 1 BY 1
                       UNTIL o > OPTION-MAXIMUM
                   IF droit-edite(o) = 'O'
                           AND droit-initial(o) NOT = 'O'
                       MOVE SPACES TO valeur-journal
                       STRING "DROIT+ " operateur-choisi " " o
                           DELIMITED BY SIZE INTO valeur-journal
                       PERFORM journaliser-droits
                   END-IF
               END-PERFORM
           END-IF.

       basculer-options.
           MOVE 99 TO option-basculee.
