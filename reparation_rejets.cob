      *>NOTES-CSV.DAT, TRANSACTIONS.DAT ou MOTS.DAT) et retire le
      *>rejet traite du fichier des rejets — une faute de frappe ne
      *>coute plus un cycle de lot entier. Chaque reprise est
      *>journalisee comme les corrections des autres ecrans. Une
      *>ligne ne repart a TRANSACTIONS.DAT que sous le verrou des
      *>transactions.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReparationRejets.

           SELECT OPTIONAL FICHIER-SOURCE
               ASSIGN USING nom-fichier-source
               ORGANIZATION LINE SEQUENTIAL.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FD FICHIER-SOURCE.
       1 LIGNE-SOURCE PIC X(100).

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       77 statut-rejets PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
       77 nom-fichier-rejets PIC X(30).
       77 nom-fichier-source PIC X(25).
       77 fichier-choisi PIC 9 VALUE 0.
       77 source-libre PIC X(01).

       *>Table d'edition des rejets du fichier choisi. Au-dela de 200
       *>rejets en attente, la reprise est refusee : reecrire le
           2 LINE 20 COL 1 PIC X(50) USING correction-partie-1.
           2 LINE 21 COL 1 PIC X(50) USING correction-partie-2.

       1 plage-source-occupee.
           2 LINE 19 COL 1 VALUE
               'Transactions en saisie : rejet garde, reessayez.'.

       1 plage-repare.
           2 LINE 22 COL 1 VALUE
               'Ligne corrigee renvoyee au fichier d''origine.'.
               DISPLAY plage-saisie-correction
               ACCEPT plage-saisie-correction
               MOVE ligne-corrigee(1:20) TO valeur-apres
               MOVE 'O' TO source-libre
               IF nom-fichier-source = "TRANSACTIONS.DAT"
                   PERFORM verrouiller-transactions
                   IF NOT VERROU-ACQUIS
                       MOVE 'N' TO source-libre
                   END-IF
               END-IF
               IF source-libre = 'N'
                   DISPLAY plage-source-occupee
               ELSE
                   PERFORM journaliser-avant
                   PERFORM journaliser-apres
                   OPEN EXTEND FICHIER-SOURCE
                   MOVE ligne-corrigee TO LIGNE-SOURCE
                   WRITE LIGNE-SOURCE
                   CLOSE FICHIER-SOURCE
                   PERFORM liberer-transactions
                   MOVE 'T' TO tab-traite(r)
                   ADD 1 TO nb-repares
                   DISPLAY plage-repare
               END-IF
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
           END-PERFORM.
           CLOSE FICHIER-REJETS.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-transactions
           NOM-FICHIER-VERROU BY "VERROU-TRANSACTIONS.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-transactions.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-avant
           NOM-PROGRAMME-JRN BY "ReparRejets-avant"
