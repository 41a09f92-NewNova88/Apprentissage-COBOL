      *>Chargement, recherche, controle et reecriture des fiches des
      *>eleves. La reecriture se fait sous le verrou
      *>VERROU-ELEVES.LCK pris par l'appelant, et jamais depuis une
      *>table tronquee. Une date illisible vaut zero.
       charger-eleves.
           MOVE 0 TO nb-eleves.
           MOVE 'N' TO eleves-tronques.
           MOVE 'N' TO fin-eleves.
           OPEN INPUT FICHIER-ELEVES.
           IF statut-eleves(1:1) = "0"
               READ FICHIER-ELEVES
                   AT END MOVE 'O' TO fin-eleves
               END-READ
               PERFORM UNTIL fin-eleves = 'O'
                   IF ELV-ID NOT = SPACES
                       IF nb-eleves < 500
                           ADD 1 TO nb-eleves
                           PERFORM ranger-eleve
                       ELSE
                           MOVE 'O' TO eleves-tronques
                       END-IF
                   END-IF
                   READ FICHIER-ELEVES
                       AT END MOVE 'O' TO fin-eleves
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ELEVES
           END-IF.

       ranger-eleve.
           MOVE ELV-ID TO elv-t-id(nb-eleves).
           MOVE ELV-NOM TO elv-t-nom(nb-eleves).
           MOVE ELV-PRENOM TO elv-t-prenom(nb-eleves).
           MOVE ELV-CLASSE TO elv-t-classe(nb-eleves).
           MOVE ELV-RESPONSABLE TO elv-t-responsable(nb-eleves).
           MOVE ELV-TELEPHONE TO elv-t-telephone(nb-eleves).
           MOVE ELV-ADRESSE TO elv-t-adresse(nb-eleves).
           MOVE 0 TO elv-t-naissance(nb-eleves).
           MOVE 0 TO elv-t-entree(nb-eleves).
           MOVE 0 TO elv-t-sortie(nb-eleves).
           IF ELV-NAISSANCE IS NUMERIC
               MOVE ELV-NAISSANCE TO elv-t-naissance(nb-eleves)
           END-IF.
           IF ELV-ENTREE IS NUMERIC
               MOVE ELV-ENTREE TO elv-t-entree(nb-eleves)
           END-IF.
           IF ELV-SORTIE IS NUMERIC
               MOVE ELV-SORTIE TO elv-t-sortie(nb-eleves)
           END-IF.

       chercher-eleve.
           MOVE 0 TO eleve-trouve.
           PERFORM VARYING el FROM 1 BY 1
                   UNTIL el > nb-eleves OR eleve-trouve > 0
               IF elv-t-id(el) = id-eleve-cherche
                   MOVE el TO eleve-trouve
               END-IF
           END-PERFORM.

       *>Un identifiant est admis s'il a sa fiche et que l'eleve
       *>n'etait pas sorti a la date controlee (le jour de sortie
       *>compte encore). Fichier des eleves vide : tout est admis.
       controler-eleve.
           MOVE 'O' TO eleve-admis.
           MOVE SPACES TO motif-eleve.
           IF nb-eleves > 0
               PERFORM chercher-eleve
               EVALUATE TRUE
                   WHEN eleve-trouve = 0
                       MOVE 'N' TO eleve-admis
                       MOVE "Eleve inconnu au fichier des eleves."
                           TO motif-eleve
                   WHEN elv-t-sortie(eleve-trouve) > 0
                           AND elv-t-sortie(eleve-trouve)
                               < date-controle-eleve
                       MOVE 'N' TO eleve-admis
                       MOVE "Eleve sorti de l'etablissement."
                           TO motif-eleve
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       *>Nom edite "NOM Prenom" de l'eleve cherche ; sans fiche, le
       *>nom reste a blanc.
       composer-nom-eleve.
           MOVE SPACES TO nom-eleve.
           PERFORM chercher-eleve.
           IF eleve-trouve > 0
               STRING elv-t-nom(eleve-trouve) DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   elv-t-prenom(eleve-trouve) DELIMITED BY "  "
                   INTO nom-eleve
           END-IF.

       sauver-eleves.
           OPEN OUTPUT FICHIER-ELEVES.
           PERFORM VARYING el FROM 1 BY 1 UNTIL el > nb-eleves
               MOVE SPACES TO LIGNE-ELEVE
               MOVE elv-t-id(el) TO ELV-ID
               MOVE elv-t-nom(el) TO ELV-NOM
               MOVE elv-t-prenom(el) TO ELV-PRENOM
               MOVE elv-t-naissance(el) TO ELV-NAISSANCE
               MOVE elv-t-classe(el) TO ELV-CLASSE
               MOVE elv-t-responsable(el) TO ELV-RESPONSABLE
               MOVE elv-t-telephone(el) TO ELV-TELEPHONE
               MOVE elv-t-adresse(el) TO ELV-ADRESSE
               MOVE elv-t-entree(el) TO ELV-ENTREE
               MOVE elv-t-sortie(el) TO ELV-SORTIE
               WRITE LIGNE-ELEVE
           END-PERFORM.
           CLOSE FICHIER-ELEVES.
