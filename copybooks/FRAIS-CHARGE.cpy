      *>Chargement, recherche et sauvegarde du bareme des frais
      *>scolaires. Une ligne dont les montants ne sont pas
      *>numeriques est ignoree.
       charger-frais.
           MOVE 0 TO nb-frais.
           MOVE 'N' TO fin-frais frais-tronques.
           OPEN INPUT FICHIER-FRAIS.
           IF statut-frais(1:1) = "0"
               PERFORM UNTIL fin-frais = 'O'
                   READ FICHIER-FRAIS
                       AT END MOVE 'O' TO fin-frais
                       NOT AT END PERFORM ranger-frais
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-FRAIS.

       ranger-frais.
           IF FRS-CLASSE NOT = SPACES AND FRS-CANTINE IS NUMERIC
                   AND FRS-ATELIER IS NUMERIC
               IF nb-frais < 200
                   ADD 1 TO nb-frais
                   MOVE FRS-CLASSE TO frs-t-classe(nb-frais)
                   MOVE FRS-TERME TO frs-t-terme(nb-frais)
                   MOVE FRS-CANTINE TO frs-t-cantine(nb-frais)
                   MOVE FRS-ATELIER TO frs-t-atelier(nb-frais)
               ELSE
                   MOVE 'O' TO frais-tronques
               END-IF
           END-IF.

       chercher-frais.
           MOVE 0 TO frais-trouve.
           PERFORM VARYING fr FROM 1 BY 1 UNTIL fr > nb-frais
               IF frs-t-classe(fr) = classe-frais-cherchee
                       AND frs-t-terme(fr) = terme-frais-cherche
                   MOVE fr TO frais-trouve
               END-IF
           END-PERFORM.

       sauver-frais.
           OPEN OUTPUT FICHIER-FRAIS.
           PERFORM VARYING fr FROM 1 BY 1 UNTIL fr > nb-frais
               MOVE SPACES TO LIGNE-FRAIS
               MOVE frs-t-classe(fr) TO FRS-CLASSE
               MOVE frs-t-terme(fr) TO FRS-TERME
               MOVE frs-t-cantine(fr) TO FRS-CANTINE
               MOVE frs-t-atelier(fr) TO FRS-ATELIER
               WRITE LIGNE-FRAIS
           END-PERFORM.
           CLOSE FICHIER-FRAIS.
