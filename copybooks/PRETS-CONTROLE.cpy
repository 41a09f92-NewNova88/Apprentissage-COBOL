      *>Objets encore dehors au nom de l'emprunteur cherche : un
      *>pret sans retour du meme genre, au meme badge ou identifiant,
      *>ou (visiteur au badge perdu) au meme nom. Les codes
      *>s'alignent dans liste-prets-dehors tant qu'ils y tiennent.
       chercher-prets-dehors.
           MOVE 0 TO nb-prets-dehors.
           MOVE SPACES TO liste-prets-dehors.
           MOVE 1 TO pointeur-prets.
           MOVE 'N' TO fin-prets.
           OPEN INPUT FICHIER-PRETS.
           IF statut-prets(1:1) = "0"
               READ FICHIER-PRETS
                   AT END MOVE 'O' TO fin-prets
               END-READ
               PERFORM UNTIL fin-prets = 'O'
                   IF PRT-TYPE = 'P' AND PRT-RETOUR = SPACES
                           AND PRT-GENRE = genre-cherche
                           AND ((emprunteur-cherche NOT = SPACES
                               AND PRT-EMPRUNTEUR = emprunteur-cherche)
                           OR (nom-emprunteur-cherche NOT = SPACES
                               AND FUNCTION UPPER-CASE(PRT-NOM)
                               = FUNCTION UPPER-CASE(
                                   nom-emprunteur-cherche)))
                       ADD 1 TO nb-prets-dehors
                       IF pointeur-prets < 32
                           STRING PRT-OBJET DELIMITED BY SPACE
                               " " DELIMITED BY SIZE
                               INTO liste-prets-dehors
                               WITH POINTER pointeur-prets
                       END-IF
                   END-IF
                   READ FICHIER-PRETS
                       AT END MOVE 'O' TO fin-prets
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PRETS
           END-IF.
