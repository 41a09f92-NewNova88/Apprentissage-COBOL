      *>Chargement et reecriture du releve bancaire
      *>BANQUE-RELEVE.DAT. La reecriture se fait sous le verrou
      *>VERROU-BANQUE.LCK pris par l'appelant, et jamais depuis une
      *>table tronquee.
       charger-banque.
           MOVE 0 TO nb-banque.
           MOVE 0 TO dernier-numero-banque.
           MOVE 'N' TO banque-tronquee.
           MOVE 'N' TO fin-banque.
           OPEN INPUT FICHIER-BANQUE.
           IF statut-banque(1:1) = "0"
               READ FICHIER-BANQUE
                   AT END MOVE 'O' TO fin-banque
               END-READ
               PERFORM UNTIL fin-banque = 'O'
                   IF BQR-NUMERO IS NUMERIC
                       IF BQR-NUMERO > dernier-numero-banque
                           MOVE BQR-NUMERO TO dernier-numero-banque
                       END-IF
                       IF nb-banque < 2000
                           ADD 1 TO nb-banque
                           PERFORM ranger-ligne-banque
                       ELSE
                           MOVE 'O' TO banque-tronquee
                       END-IF
                   END-IF
                   READ FICHIER-BANQUE
                       AT END MOVE 'O' TO fin-banque
                   END-READ
               END-PERFORM
               CLOSE FICHIER-BANQUE
           END-IF.

       ranger-ligne-banque.
           MOVE BQR-NUMERO TO bqt-numero(nb-banque).
           MOVE BQR-DATE TO bqt-date(nb-banque).
           MOVE BQR-LIBELLE TO bqt-libelle(nb-banque).
           MOVE BQR-MONTANT TO bqt-montant(nb-banque).
           MOVE BQR-ETAT TO bqt-etat(nb-banque).
           MOVE BQR-TRX-REF TO bqt-trx-ref(nb-banque).
           MOVE BQR-MODE TO bqt-mode(nb-banque).
           IF BQR-DATE-POINTAGE IS NUMERIC
               MOVE BQR-DATE-POINTAGE TO bqt-date-pointage(nb-banque)
           ELSE
               MOVE 0 TO bqt-date-pointage(nb-banque)
           END-IF.
           MOVE BQR-IMPORT TO bqt-import(nb-banque).

       sauver-banque.
           OPEN OUTPUT FICHIER-BANQUE.
           PERFORM VARYING bq FROM 1 BY 1 UNTIL bq > nb-banque
               MOVE SPACES TO LIGNE-BANQUE
               MOVE bqt-numero(bq) TO BQR-NUMERO
               MOVE bqt-date(bq) TO BQR-DATE
               MOVE bqt-libelle(bq) TO BQR-LIBELLE
               MOVE bqt-montant(bq) TO BQR-MONTANT
               MOVE bqt-etat(bq) TO BQR-ETAT
               MOVE bqt-trx-ref(bq) TO BQR-TRX-REF
               MOVE bqt-mode(bq) TO BQR-MODE
               MOVE bqt-date-pointage(bq) TO BQR-DATE-POINTAGE
               MOVE bqt-import(bq) TO BQR-IMPORT
               WRITE LIGNE-BANQUE
           END-PERFORM.
           CLOSE FICHIER-BANQUE.
