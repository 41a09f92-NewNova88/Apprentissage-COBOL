      *>Chargement des creances clients : les lignes C de
      *>TICKETS.DAT (date prise a l'en-tete E qui les precede, moins
      *>les remboursements qui citent le ticket), puis
      *>les reglements RG de TRANSACTIONS.DAT imputes a leur ticket,
      *>enfin le reste du par ticket et l'encours total. Une ligne
      *>illisible est ignoree, comme dans BANQUE-REGLEMENTS.
       charger-creances.
           MOVE 0 TO nb-creances.
           MOVE 0 TO reglements-orphelins.
           MOVE 0 TO encours-creances.
           MOVE 'N' TO creances-tronquees.
           MOVE SPACES TO date-creance.
           MOVE 'N' TO fin-tickets.
           OPEN INPUT FICHIER-TICKETS.
           IF statut-tickets(1:1) = "0"
               PERFORM sauter-entete-tickets
               READ FICHIER-TICKETS
                   AT END MOVE 'O' TO fin-tickets
               END-READ
               PERFORM UNTIL fin-tickets = 'O'
                   EVALUATE TIK-TYPE
                       WHEN 'E'
                           MOVE TIK-TEXTE(11:8) TO date-creance
                       WHEN 'A'
                           MOVE SPACES TO date-creance
                       WHEN 'C'
                           IF (client-creances = SPACES
                                   OR TIK-ARTICLE = client-creances)
                                   AND TIK-NUMERO IS NUMERIC
                                   AND date-creance IS NUMERIC
                               PERFORM ranger-creance
                           END-IF
                       WHEN 'T'
                           IF TIK-REF-TICKET IS NUMERIC
                                   AND TIK-REF-TICKET > 0
                               PERFORM deduire-remboursement-creance
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   READ FICHIER-TICKETS
                       AT END MOVE 'O' TO fin-tickets
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TICKETS
           END-IF.
           PERFORM imputer-reglements-clients.
           PERFORM VARYING cr FROM 1 BY 1 UNTIL cr > nb-creances
               COMPUTE crc-reste(cr) = crc-montant(cr) - crc-regle(cr)
               IF crc-reste(cr) > 0
                   ADD crc-reste(cr) TO encours-creances
               END-IF
           END-PERFORM.

       ranger-creance.
           MOVE 0 TO montant-creance.
           IF FUNCTION TEST-NUMVAL(TIK-TEXTE(45:10)) = 0
               COMPUTE montant-creance =
                   FUNCTION NUMVAL(TIK-TEXTE(45:10))
           END-IF.
           IF nb-creances < 1000
               ADD 1 TO nb-creances
               MOVE TIK-NUMERO TO crc-ticket(nb-creances)
               MOVE TIK-ARTICLE TO crc-client(nb-creances)
               MOVE date-creance TO crc-date(nb-creances)
               MOVE montant-creance TO crc-montant(nb-creances)
               MOVE 0 TO crc-regle(nb-creances)
               MOVE 0 TO crc-nb-reglements(nb-creances)
               MOVE 0 TO crc-reste(nb-creances)
           ELSE
               MOVE 'O' TO creances-tronquees
           END-IF.

      *>Total d'un remboursement (position 21 de sa ligne T) : un
      *>ticket vendu en compte puis rembourse est du d'autant moins.
       deduire-remboursement-creance.
           MOVE TIK-REF-TICKET TO ticket-creance-cherche.
           PERFORM chercher-creance.
           IF creance-trouvee > 0
                   AND FUNCTION TEST-NUMVAL(TIK-TEXTE(21:10)) = 0
               COMPUTE montant-creance =
                   FUNCTION NUMVAL(TIK-TEXTE(21:10))
               IF montant-creance > crc-montant(creance-trouvee)
                   MOVE 0 TO crc-montant(creance-trouvee)
               ELSE
                   SUBTRACT montant-creance
                       FROM crc-montant(creance-trouvee)
               END-IF
           END-IF.

      *>Reference T + 6 chiffres du ticket (+ rang) : le reglement
      *>va a ce ticket s'il est charge ; hors filtre client, il est
      *>simplement ignore.
       imputer-reglements-clients.
           MOVE 'N' TO fin-transactions.
           OPEN INPUT FICHIER-TRANSACTIONS.
           IF statut-transactions(1:1) = "0"
               READ FICHIER-TRANSACTIONS
                   AT END MOVE 'O' TO fin-transactions
               END-READ
               PERFORM UNTIL fin-transactions = 'O'
                   IF TRX-TYPE = "RG"
                           AND TRX-REF(1:1) = "T"
                           AND TRX-REF(2:6) IS NUMERIC
                           AND TRX-MONTANT IS NUMERIC
                       MOVE TRX-REF(2:6) TO ticket-creance-cherche
                       PERFORM chercher-creance
                       IF creance-trouvee > 0
                           ADD TRX-MONTANT
                               TO crc-regle(creance-trouvee)
                           ADD 1 TO crc-nb-reglements(creance-trouvee)
                       ELSE
                           IF client-creances = SPACES
                               ADD 1 TO reglements-orphelins
                           END-IF
                       END-IF
                   END-IF
                   READ FICHIER-TRANSACTIONS
                       AT END MOVE 'O' TO fin-transactions
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TRANSACTIONS
           END-IF.

       chercher-creance.
           MOVE 0 TO creance-trouvee.
           PERFORM VARYING cr FROM 1 BY 1
                   UNTIL cr > nb-creances OR creance-trouvee > 0
               IF crc-ticket(cr) = ticket-creance-cherche
                   MOVE cr TO creance-trouvee
               END-IF
           END-PERFORM.
