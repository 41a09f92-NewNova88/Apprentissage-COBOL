       charger-boutique.
           OPEN INPUT FICHIER-BOUTIQUE.
           IF statut-boutique(1:1) = "0"
               READ FICHIER-BOUTIQUE
                   NOT AT END
                       IF BTQ-CODE NOT = SPACES
                           MOVE BTQ-CODE TO code-boutique
                       END-IF
               END-READ
           END-IF.
           CLOSE FICHIER-BOUTIQUE.
