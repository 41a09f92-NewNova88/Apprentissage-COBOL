           2 FILLER PIC X(30) VALUE "VERROU-ETIQUETTE.LCK".
           2 FILLER PIC X(30) VALUE "VERROU-TICKETS.LCK".
           2 FILLER PIC X(30) VALUE "VERROU-BADGES.LCK".
           2 FILLER PIC X(30) VALUE "VERROU-BANQUE.LCK".
           2 FILLER PIC X(30) VALUE "VERROU-RECURRENTES.LCK".
           2 FILLER PIC X(30) VALUE "VERROU-EXCEPTIONS.LCK".
           2 FILLER PIC X(30) VALUE "VERROU-ARTICLES.LCK".
           2 FILLER PIC X(30) VALUE "VERROU-BONS.LCK".
           2 FILLER PIC X(30) VALUE "VERROU-PROMOTIONS.LCK".
           2 FILLER PIC X(30) VALUE "VERROU-CLIENTS.LCK".
           2 FILLER PIC X(30) VALUE "VERROU-INVENTAIRE.LCK".
           2 FILLER PIC X(30) VALUE "VERROU-FOURNISSEURS.LCK".
           2 FILLER PIC X(30) VALUE "VERROU-COMMANDES.LCK".
           2 FILLER PIC X(30) VALUE "VERROU-ELEVES.LCK".
           2 FILLER PIC X(30) VALUE "VERROU-DECISIONS.LCK".
           2 FILLER PIC X(30) VALUE "VERROU-DIFFUSION.LCK".
           2 FILLER PIC X(30) VALUE "VERROU-PAIE.LCK".
           2 FILLER PIC X(30) VALUE "VERROU-PLANNING.LCK".
           2 FILLER PIC X(30) VALUE "VERROU-PRETS.LCK".
           2 FILLER PIC X(30) VALUE "VERROU-SALLE.LCK".
           2 FILLER PIC X(30) VALUE "VERROU-TRANSACTIONS.LCK".
       1 table-noms-verrous REDEFINES noms-verrous.
           2 nom-verrou-connu PIC X(30) OCCURS 25.

       77 nom-temoin PIC X(30).
       77 v PIC 99.
       77 nb-presents PIC 99 VALUE 0.
       77 ligne-ecran PIC 99.
       77 choix-action PIC 9 VALUE 9.
       77 numero-choisi PIC 99 VALUE 0.
       77 confirmation PIC X(01).
       77 touche PIC X(01).
       *>Age du verrou en minutes, calcule sur l'horodatage du
           2 LINE 1 COL 1 VALUE 'Console des verrous'.

       1 plage-ligne-verrou.
           2 LINE ligne-ecran COL 1 PIC z9 FROM v.
           2 COL 4 PIC X(30) FROM nom-temoin.
           2 COL 36 PIC X(08) FROM proprietaire-verrou.
           2 COL 46 PIC X(14) FROM pose-verrou.
           2 COL 71 VALUE ' min'.

       1 plage-aucun.
           2 LINE 2 COL 1 VALUE 'Aucun verrou present.'.

       1 plage-actions.
           2 LINE 19 COL 1 VALUE
               '1. Relister  2. Casser un verrou  0. Fin : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-saisie-numero.
           2 LINE 20 COL 1 VALUE 'Numero du verrou a casser : '.
           2 PIC 99 TO numero-choisi REQUIRED.

       1 plage-confirmation.
           2 LINE 21 COL 1 VALUE
               'Casser ce verrou ? (O/N) : '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 plage-casse.
           2 LINE 22 COL 1 VALUE 'Verrou casse (journalise).'.

       1 plage-absent.
           2 LINE 22 COL 1 VALUE 'Ce verrou n''est pas present.'.

       1 plage-refus-profil.
           2 LINE 22 COL 1 VALUE
               'Casse reservee au responsable (profil R).'.

       1 plage-pause.
           2 LINE 23 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
           MOVE 0 TO nb-presents.
           MOVE 2 TO ligne-ecran.
           PERFORM calculer-minute-courante.
           PERFORM VARYING v FROM 1 BY 1 UNTIL v > 25
               MOVE nom-verrou-connu(v) TO nom-temoin
               PERFORM examiner-temoin
           END-PERFORM.
           ELSE
               DISPLAY plage-saisie-numero
               ACCEPT plage-saisie-numero
               IF numero-choisi >= 1 AND numero-choisi <= 25
                   MOVE nom-verrou-connu(numero-choisi)
                       TO nom-temoin
                   OPEN INPUT FICHIER-TEMOIN
