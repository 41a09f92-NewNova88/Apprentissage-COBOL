      *>Chargement, attribution et reecriture des jetons anonymes.
       charger-anonymes.
           MOVE 0 TO nb-anonymes.
           MOVE 'N' TO fin-anonymes.
           OPEN INPUT FICHIER-ANONYMES.
           IF statut-anonymes(1:1) = "0"
               READ FICHIER-ANONYMES
                   AT END MOVE 'O' TO fin-anonymes
               END-READ
               PERFORM UNTIL fin-anonymes = 'O'
                   IF nb-anonymes < 2000
                       ADD 1 TO nb-anonymes
                       MOVE ANO-NOM TO ano-t-nom(nb-anonymes)
                       MOVE ANO-TOKEN TO ano-t-token(nb-anonymes)
                   END-IF
                   READ FICHIER-ANONYMES
                       AT END MOVE 'O' TO fin-anonymes
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ANONYMES
           END-IF.

      *>Jeton du nom courant : retrouve dans la table, ou cree
      *>(VISITEURnnnn) et memorise. Table pleine et nom inconnu :
      *>AUCUN jeton n'est rendu — le nom reste en clair et se
      *>compte a part, plutot que de fondre des visiteurs distincts
      *>sous un meme jeton de secours.
       rendre-jeton.
           MOVE 'O' TO jeton-disponible.
           MOVE 0 TO jeton-trouve.
           PERFORM VARYING an FROM 1 BY 1 UNTIL an > nb-anonymes
               IF ano-t-nom(an) = nom-a-remplacer
                   MOVE an TO jeton-trouve
               END-IF
           END-PERFORM.
           IF jeton-trouve = 0 AND nb-anonymes < 2000
               ADD 1 TO nb-anonymes
               MOVE nb-anonymes TO jeton-trouve
               MOVE nom-a-remplacer TO ano-t-nom(jeton-trouve)
               MOVE SPACES TO ano-t-token(jeton-trouve)
               STRING "VISITEUR" nb-anonymes
                   DELIMITED BY SIZE
                   INTO ano-t-token(jeton-trouve)
               MOVE 'O' TO table-modifiee
           END-IF.
           IF jeton-trouve > 0
               MOVE ano-t-token(jeton-trouve) TO jeton-rendu
           ELSE
               MOVE 'N' TO jeton-disponible
           END-IF.

      *>Deja un jeton ? On ne re-anonymise pas un jeton.
       nom-est-deja-jeton.
           IF nom-a-remplacer(1:8) = "VISITEUR"
               MOVE 1 TO jeton-trouve
           ELSE
               MOVE 0 TO jeton-trouve
           END-IF.

       sauver-anonymes.
           OPEN OUTPUT FICHIER-ANONYMES.
           PERFORM VARYING an FROM 1 BY 1 UNTIL an > nb-anonymes
               MOVE SPACES TO LIGNE-ANONYME
               MOVE ano-t-nom(an) TO ANO-NOM
               MOVE ano-t-token(an) TO ANO-TOKEN
               WRITE LIGNE-ANONYME
           END-PERFORM.
           CLOSE FICHIER-ANONYMES.
