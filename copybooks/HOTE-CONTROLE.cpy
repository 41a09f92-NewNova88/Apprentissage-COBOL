      *>Controle de l'hote saisi contre OPERATEURS.DAT : blanc =
      *>visite sans hote (livraison), accepte ; sinon l'identifiant
      *>doit figurer au fichier maitre. Tant que le fichier maitre
      *>n'existe pas, tout identifiant passe, comme la seconde
      *>signature.
       controler-hote.
           MOVE FUNCTION UPPER-CASE(hote-saisi) TO hote-saisi.
           MOVE 'O' TO hote-reconnu.
           IF hote-saisi NOT = SPACES
               MOVE 'N' TO fin-hotes
               OPEN INPUT FICHIER-HOTES
               IF statut-hotes = "00"
                   MOVE 'N' TO hote-reconnu
                   READ FICHIER-HOTES
                       AT END MOVE 'O' TO fin-hotes
                   END-READ
                   PERFORM UNTIL fin-hotes = 'O'
                       IF FUNCTION UPPER-CASE(HOT-ID) = hote-saisi
                           MOVE 'O' TO hote-reconnu
                       END-IF
                       READ FICHIER-HOTES
                           AT END MOVE 'O' TO fin-hotes
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-HOTES
               END-IF
           END-IF.
