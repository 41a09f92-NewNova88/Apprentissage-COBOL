      *>Etats des clients en compte, au catalogue des rapports :
      *>- le releve d'un client (RAPPORT-RELEVECLI-<horo>.DAT) :
      *>  chaque ticket vendu en compte, les reglements RG qui lui
      *>  sont imputes (reference T + numero du ticket + rang), ce
      *>  qui en reste du, puis l'encours et son anciennete ;
      *>- la balance agee de tous les clients
      *>  (RAPPORT-BALANCEAGEE-<horo>.DAT) : le reste du de chaque
      *>  client reparti par age des tickets a la date du jour
      *>  (0-30, 31-60, 61-90 et plus de 90 jours), les totaux par
      *>  tranche, et les reglements en T qui ne trouvent pas leur
      *>  ticket. Un ticket rembourse n'est du que pour ce qui n'a
      *>  pas ete rendu. Lecture seule, pas de verrou.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EtatClients.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CLIENT-FICHIER.
           SELECT OPTIONAL FICHIER-TICKETS ASSIGN TO "TICKETS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-tickets.
           SELECT OPTIONAL FICHIER-TRANSACTIONS
               ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-transactions.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENT-FD.

       *>Meme dessin que les tickets ecrits par CalculPrix.
       COPY TICKETS-FD.

       FD FICHIER-TRANSACTIONS.
       1 LIGNE-TRANSACTION.
           2 TRX-DATE PIC 9(08).
           2 FILLER PIC X(01).
           2 TRX-REF PIC X(08).
           2 FILLER PIC X(01).
           2 TRX-TYPE PIC X(02).
           2 FILLER PIC X(01).
           2 TRX-MONTANT PIC S9(7)V99.

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       COPY CLIENT-ZONE.
       COPY CREANCE-ZONE.
       77 statut-tickets PIC X(02).
       77 fin-tickets PIC X(01) VALUE 'N'.
       77 statut-transactions PIC X(02).
       77 fin-transactions PIC X(01) VALUE 'N'.
       77 horodatage-etat PIC X(14).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.
       77 choix-etat PIC 9 VALUE 9.
       77 saisie-client PIC X(08).
       77 message-etat PIC X(60).
       77 touche PIC X(01).
       *>Anciennete d'un ticket en jours a la date du jour, et sa
       *>tranche (1 = 0-30, 2 = 31-60, 3 = 61-90, 4 = plus de 90).
       77 jour-etat PIC 9(08).
       77 age-ticket PIC S9(6).
       77 tranche PIC 9.
       77 tr PIC 9.
       1 tranches-client.
           2 tranche-client PIC S9(9)V99 OCCURS 4.
       77 total-client PIC S9(9)V99.
       1 tranches-totales.
           2 tranche-totale PIC S9(9)V99 OCCURS 4.
       77 total-general PIC S9(9)V99 VALUE 0.
       77 nb-clients-dus PIC 9(3) VALUE 0.
       *>Reglements en T du releve : ceux du client, dans l'ordre
       *>du fichier.
       77 nb-reglements-client PIC 9(4) VALUE 0.
       77 rg PIC 9(4).
       77 reglements-tronques PIC X(01) VALUE 'N'.
       1 reglements-client.
           2 reglement-client OCCURS 500.
               3 rgc-date PIC 9(08).
               3 rgc-ref PIC X(08).
               3 rgc-montant PIC S9(7)V99.
       77 montant-edit PIC -(6)9.99.
       77 tranche-edit PIC -(6)9.99.
       1 tranches-edit.
           2 tranche-ligne PIC X(11) OCCURS 4.
       77 total-edit PIC -(6)9.99.

       SCREEN SECTION.
       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Etats des clients en compte'.
           2 LINE 3 COL 1 VALUE '1. Releve d''un client'.
           2 LINE 4 COL 1 VALUE '2. Balance agee de tous les clients'.
           2 LINE 5 COL 1 VALUE '0. Retour'.
           2 LINE 7 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-etat REQUIRED.

       1 plage-saisie-client.
           2 LINE 9 COL 1 VALUE 'Code client : '.
           2 PIC X(08) TO saisie-client REQUIRED.

       1 plage-message.
           2 LINE 11 COL 1 PIC X(60) FROM message-etat.

       1 plage-fini.
           2 LINE 11 COL 1 VALUE 'Etat genere : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 12 COL 1 VALUE 'Encours total : '.
           2 PIC -(8)9.99 FROM total-general.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "TICKETS.DAT"
           ENTETE-ATTENDU BY entete-tickets.
       PERFORM UNTIL choix-etat = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           EVALUATE choix-etat
               WHEN 1
                   PERFORM editer-releve
               WHEN 2
                   PERFORM editer-balance-agee
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis MenuClients.
       GOBACK.

       preparer-etat.
           MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
           MOVE horodatage-etat(1:8) TO jour-etat.
           MOVE 0 TO nb-lignes-rapport.
           MOVE 0 TO total-general.
           INITIALIZE tranches-totales.
           PERFORM charger-clients.

       *>Tranche d'age d'une creance a la date du jour.
       classer-creance.
           COMPUTE age-ticket =
               FUNCTION INTEGER-OF-DATE(jour-etat)
               - FUNCTION INTEGER-OF-DATE(crc-date(cr)).
           EVALUATE TRUE
               WHEN age-ticket <= 30
                   MOVE 1 TO tranche
               WHEN age-ticket <= 60
                   MOVE 2 TO tranche
               WHEN age-ticket <= 90
                   MOVE 3 TO tranche
               WHEN OTHER
                   MOVE 4 TO tranche
           END-EVALUATE.

       editer-releve.
           MOVE SPACES TO saisie-client.
           DISPLAY plage-saisie-client.
           ACCEPT plage-saisie-client.
           MOVE FUNCTION UPPER-CASE(saisie-client) TO saisie-client.
           PERFORM preparer-etat.
           MOVE saisie-client TO code-client-cherche.
           PERFORM chercher-client.
           IF client-trouve = 0
               MOVE "Client inconnu de CLIENTS.DAT." TO message-etat
               DISPLAY plage-message
           ELSE
               MOVE saisie-client TO client-creances
               PERFORM charger-creances
               PERFORM charger-reglements-client
               MOVE SPACES TO nom-rapport
               STRING "RAPPORT-RELEVECLI-" horodatage-etat ".DAT"
                   DELIMITED BY SIZE INTO nom-rapport
               OPEN OUTPUT FICHIER-ETAT
               PERFORM ecrire-entete-releve
               INITIALIZE tranches-client
               PERFORM VARYING cr FROM 1 BY 1 UNTIL cr > nb-creances
                   PERFORM ecrire-ticket-releve
               END-PERFORM
               PERFORM ecrire-pied-releve
               CLOSE FICHIER-ETAT
               PERFORM cataloguer-rapport
               DISPLAY plage-fini
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Les reglements en T des tickets du client, pour le detail.
       charger-reglements-client.
           MOVE 0 TO nb-reglements-client.
           MOVE 'N' TO reglements-tronques.
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
                           PERFORM ranger-reglement-client
                       END-IF
                   END-IF
                   READ FICHIER-TRANSACTIONS
                       AT END MOVE 'O' TO fin-transactions
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TRANSACTIONS
           END-IF.

       ranger-reglement-client.
           IF nb-reglements-client < 500
               ADD 1 TO nb-reglements-client
               MOVE TRX-DATE TO rgc-date(nb-reglements-client)
               MOVE TRX-REF TO rgc-ref(nb-reglements-client)
               MOVE TRX-MONTANT TO rgc-montant(nb-reglements-client)
           ELSE
               MOVE 'O' TO reglements-tronques
           END-IF.

       ecrire-entete-releve.
           MOVE SPACES TO LIGNE-ETAT.
           STRING "Releve du client " saisie-client " au " jour-etat
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE cli-t-nom(client-trouve) TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE cli-t-adresse1(client-trouve) TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE cli-t-adresse2(client-trouve) TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           MOVE "Piece            Date          Debit     Credit"
               TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.

       *>Un ticket, ses reglements, puis ce qu'il en reste.
       ecrire-ticket-releve.
           MOVE crc-montant(cr) TO montant-edit.
           STRING "Ticket " crc-ticket(cr) "    " crc-date(cr) " "
               montant-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING rg FROM 1 BY 1
                   UNTIL rg > nb-reglements-client
               IF rgc-ref(rg)(2:6) = crc-ticket(cr)
                   MOVE rgc-montant(rg) TO montant-edit
                   STRING "  Reglement " rgc-ref(rg) " " rgc-date(rg)
                       "            " montant-edit
                       DELIMITED BY SIZE INTO LIGNE-ETAT
                   PERFORM ecrire-ligne-etat
               END-IF
           END-PERFORM.
           IF crc-reste(cr) NOT = 0
               MOVE crc-reste(cr) TO montant-edit
               STRING "  Reste du                           "
                   montant-edit
                   DELIMITED BY SIZE INTO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           IF crc-reste(cr) > 0
               PERFORM classer-creance
               ADD crc-reste(cr) TO tranche-client(tranche)
           END-IF.

       ecrire-pied-releve.
           IF creances-tronquees = 'O' OR reglements-tronques = 'O'
               MOVE "Tables pleines : releve incomplet."
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           IF nb-creances = 0
               MOVE "Aucune vente en compte pour ce client."
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           PERFORM ecrire-ligne-etat.
           MOVE encours-creances TO total-general.
           MOVE encours-creances TO total-edit.
           STRING "Encours du client : " total-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-tranches-titre.
           PERFORM editer-tranches-client.
           STRING "                        " tranches-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.

       ecrire-ligne-tranches-titre.
           MOVE "                             0" TO LIGNE-ETAT.
           MOVE "-30 j    31-60 j    61-90 j   " TO LIGNE-ETAT(31:).
           MOVE "  + 90 j" TO LIGNE-ETAT(61:).
           PERFORM ecrire-ligne-etat.

       editer-tranches-client.
           PERFORM VARYING tr FROM 1 BY 1 UNTIL tr > 4
               MOVE tranche-client(tr) TO tranche-edit
               MOVE SPACES TO tranche-ligne(tr)
               MOVE tranche-edit TO tranche-ligne(tr)(2:10)
           END-PERFORM.

       *>Balance agee : toutes les creances chargees une fois, puis
       *>client par client ; les tickets d'un code absent du fichier
       *>des clients font une ligne a part.
       editer-balance-agee.
           PERFORM preparer-etat.
           MOVE SPACES TO client-creances.
           PERFORM charger-creances.
           MOVE 0 TO nb-clients-dus.
           MOVE SPACES TO nom-rapport.
           STRING "RAPPORT-BALANCEAGEE-" horodatage-etat ".DAT"
               DELIMITED BY SIZE INTO nom-rapport.
           OPEN OUTPUT FICHIER-ETAT.
           MOVE SPACES TO LIGNE-ETAT.
           STRING "Balance agee des clients au " jour-etat
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           MOVE "Client   Nom                 0" TO LIGNE-ETAT.
           MOVE "-30 j    31-60 j    61-90 j   " TO LIGNE-ETAT(31:).
           MOVE "  + 90 j     Total" TO LIGNE-ETAT(61:).
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING cl FROM 1 BY 1 UNTIL cl > nb-clients
               INITIALIZE tranches-client
               PERFORM VARYING cr FROM 1 BY 1 UNTIL cr > nb-creances
                   IF crc-client(cr) = cli-t-code(cl)
                       PERFORM cumuler-creance
                   END-IF
               END-PERFORM
               MOVE cli-t-code(cl) TO saisie-client
               MOVE cli-t-nom(cl) TO message-etat
               PERFORM ecrire-ligne-balance
           END-PERFORM.
           *>Creances d'un code qui n'est plus au fichier.
           INITIALIZE tranches-client.
           PERFORM VARYING cr FROM 1 BY 1 UNTIL cr > nb-creances
               MOVE crc-client(cr) TO code-client-cherche
               PERFORM chercher-client
               IF client-trouve = 0
                   PERFORM cumuler-creance
               END-IF
           END-PERFORM.
           MOVE "(autres)" TO saisie-client.
           MOVE "Hors fichier" TO message-etat.
           PERFORM ecrire-ligne-balance.
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING tr FROM 1 BY 1 UNTIL tr > 4
               MOVE tranche-totale(tr) TO tranche-client(tr)
           END-PERFORM.
           PERFORM editer-tranches-client.
           MOVE total-general TO total-edit.
           STRING "TOTAL                   " tranches-edit total-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           IF creances-tronquees = 'O'
               MOVE "Plus de 1000 tickets en compte : surplus ignore."
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           IF reglements-orphelins > 0
               MOVE reglements-orphelins TO total-edit
               STRING "Reglements RG en T sans ticket en compte : "
                   total-edit
                   DELIMITED BY SIZE INTO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           CLOSE FICHIER-ETAT.
           PERFORM cataloguer-rapport.
           DISPLAY plage-fini.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       cumuler-creance.
           IF crc-reste(cr) > 0
               PERFORM classer-creance
               ADD crc-reste(cr) TO tranche-client(tranche)
               ADD crc-reste(cr) TO tranche-totale(tranche)
               ADD crc-reste(cr) TO total-general
           END-IF.

       *>Une ligne par client qui doit quelque chose.
       ecrire-ligne-balance.
           MOVE 0 TO total-client.
           PERFORM VARYING tr FROM 1 BY 1 UNTIL tr > 4
               ADD tranche-client(tr) TO total-client
           END-PERFORM.
           IF total-client NOT = 0
               ADD 1 TO nb-clients-dus
               PERFORM editer-tranches-client
               MOVE total-client TO total-edit
               STRING saisie-client " " message-etat(1:14) " "
                   tranches-edit total-edit
                   DELIMITED BY SIZE INTO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       COPY CLIENT-CHARGE.

       COPY CREANCE-CHARGE.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-tickets
           FICHIER-DESSIN BY FICHIER-TICKETS.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "EtatClients"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.
