      *>Reglements RG de TRANSACTIONS.DAT en table (2000), chacun
      *>marque du numero de la ligne de banque qui le rapproche
      *>deja. Le programme declare FICHIER-TRANSACTIONS (TRX-DATE,
      *>TRX-REF, TRX-TYPE, TRX-MONTANT, statut-transactions) et
      *>charge le releve bancaire AVANT d'appeler
      *>charger-reglements. Une ligne illisible (date ou montant non
      *>numerique, date impossible) est ignoree : VerifFichiers et
      *>PostageTransactions la signalent deja.
       charger-reglements.
           MOVE 0 TO nb-reglements.
           MOVE 'N' TO reglements-tronques.
           MOVE 'N' TO fin-transactions.
           OPEN INPUT FICHIER-TRANSACTIONS.
           IF statut-transactions(1:1) = "0"
               READ FICHIER-TRANSACTIONS
                   AT END MOVE 'O' TO fin-transactions
               END-READ
               PERFORM UNTIL fin-transactions = 'O'
                   IF TRX-TYPE = "RG"
                           AND TRX-DATE IS NUMERIC
                           AND TRX-MONTANT IS NUMERIC
                       IF FUNCTION TEST-DATE-YYYYMMDD(TRX-DATE) = 0
                           PERFORM ranger-reglement
                       END-IF
                   END-IF
                   READ FICHIER-TRANSACTIONS
                       AT END MOVE 'O' TO fin-transactions
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TRANSACTIONS
           END-IF.

       ranger-reglement.
           IF nb-reglements < 2000
               ADD 1 TO nb-reglements
               MOVE TRX-DATE TO rgt-date(nb-reglements)
               MOVE TRX-REF TO rgt-ref(nb-reglements)
               MOVE TRX-MONTANT TO rgt-montant(nb-reglements)
               MOVE 0 TO rgt-vu(nb-reglements)
               PERFORM VARYING bq FROM 1 BY 1 UNTIL bq > nb-banque
                   IF BANQUE-RAPPROCHEE(bq)
                           AND bqt-trx-ref(bq) = TRX-REF
                       MOVE bqt-numero(bq) TO rgt-vu(nb-reglements)
                   END-IF
               END-PERFORM
           ELSE
               MOVE 'O' TO reglements-tronques
           END-IF.
