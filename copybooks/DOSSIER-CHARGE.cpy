      *>Chargement, recherche et reecriture des dossiers
      *>EXCEPTIONS.DAT. La reecriture se fait sous le verrou
      *>VERROU-EXCEPTIONS.LCK pris par l'appelant, et jamais depuis
      *>une table tronquee.
       charger-dossiers.
           MOVE 0 TO nb-dossiers.
           MOVE 'N' TO dossiers-tronques.
           MOVE 'N' TO fin-dossiers.
           OPEN INPUT FICHIER-DOSSIERS.
           IF statut-dossiers(1:1) = "0"
               READ FICHIER-DOSSIERS
                   AT END MOVE 'O' TO fin-dossiers
               END-READ
               PERFORM UNTIL fin-dossiers = 'O'
                   IF DOS-REF NOT = SPACES
                       IF nb-dossiers < 2000
                           ADD 1 TO nb-dossiers
                           PERFORM ranger-dossier
                       ELSE
                           MOVE 'O' TO dossiers-tronques
                       END-IF
                   END-IF
                   READ FICHIER-DOSSIERS
                       AT END MOVE 'O' TO fin-dossiers
                   END-READ
               END-PERFORM
               CLOSE FICHIER-DOSSIERS
           END-IF.

       ranger-dossier.
           MOVE DOS-REF TO dst-ref(nb-dossiers).
           MOVE DOS-TYPE TO dst-type(nb-dossiers).
           MOVE DOS-STATUT TO dst-statut(nb-dossiers).
           MOVE DOS-OPERATEUR TO dst-operateur(nb-dossiers).
           MOVE DOS-NOTE TO dst-note(nb-dossiers).
           MOVE 0 TO dst-date-trx(nb-dossiers) dst-montant(nb-dossiers)
               dst-ouverture(nb-dossiers) dst-changement(nb-dossiers)
               dst-resolution(nb-dossiers) dst-vu(nb-dossiers)
               dst-nb-vus(nb-dossiers).
           IF DOS-DATE-TRX IS NUMERIC
               MOVE DOS-DATE-TRX TO dst-date-trx(nb-dossiers)
           END-IF.
           IF DOS-MONTANT IS NUMERIC
               MOVE DOS-MONTANT TO dst-montant(nb-dossiers)
           END-IF.
           IF DOS-OUVERTURE IS NUMERIC
               MOVE DOS-OUVERTURE TO dst-ouverture(nb-dossiers)
           END-IF.
           IF DOS-CHANGEMENT IS NUMERIC
               MOVE DOS-CHANGEMENT TO dst-changement(nb-dossiers)
           END-IF.
           IF DOS-RESOLUTION IS NUMERIC
               MOVE DOS-RESOLUTION TO dst-resolution(nb-dossiers)
           END-IF.
           IF DOS-VU IS NUMERIC
               MOVE DOS-VU TO dst-vu(nb-dossiers)
           END-IF.
           IF DOS-NB-VUS IS NUMERIC
               MOVE DOS-NB-VUS TO dst-nb-vus(nb-dossiers)
           END-IF.

       chercher-dossier.
           MOVE 0 TO dossier-trouve.
           PERFORM VARYING ds FROM 1 BY 1
                   UNTIL ds > nb-dossiers OR dossier-trouve > 0
               IF dst-ref(ds) = ref-dossier-cherche
                   MOVE ds TO dossier-trouve
               END-IF
           END-PERFORM.

       sauver-dossiers.
           OPEN OUTPUT FICHIER-DOSSIERS.
           PERFORM VARYING ds FROM 1 BY 1 UNTIL ds > nb-dossiers
               MOVE SPACES TO LIGNE-DOSSIER
               MOVE dst-ref(ds) TO DOS-REF
               MOVE dst-type(ds) TO DOS-TYPE
               MOVE dst-date-trx(ds) TO DOS-DATE-TRX
               MOVE dst-montant(ds) TO DOS-MONTANT
               MOVE dst-statut(ds) TO DOS-STATUT
               MOVE dst-operateur(ds) TO DOS-OPERATEUR
               MOVE dst-ouverture(ds) TO DOS-OUVERTURE
               MOVE dst-changement(ds) TO DOS-CHANGEMENT
               MOVE dst-resolution(ds) TO DOS-RESOLUTION
               MOVE dst-note(ds) TO DOS-NOTE
               MOVE dst-vu(ds) TO DOS-VU
               MOVE dst-nb-vus(ds) TO DOS-NB-VUS
               WRITE LIGNE-DOSSIER
           END-PERFORM.
           CLOSE FICHIER-DOSSIERS.
