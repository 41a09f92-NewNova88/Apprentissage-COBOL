      *>Reglement d'un client en compte : le cheque de fin de mois
      *>de l'ecole se pointait a la main contre le cahier. L'ecran
      *>montre les tickets vendus en compte au client et ce qu'il en
      *>reste du, puis impute le montant recu aux plus anciens (ou
      *>au seul ticket designe) : une transaction RG par ticket
      *>touche dans TRANSACTIONS.DAT, reference T + numero du ticket
      *>+ rang du reglement, que PostageTransactions portera au
      *>compte de tresorerie affecte aux RG, ecrites sous le verrou
      *>des transactions : verrou refuse = rien n'est ecrit, a
      *>refaire. Le meme montant sort ensuite du compte CLIENTS du
      *>grand livre, sous le verrou du livre, un verrou a la fois ;
      *>celui-la est attendu (il n'est tenu que le temps d'un
      *>passage) pour ne pas laisser de RG sans poste au livre.
      *>Un reglement ne depasse jamais ce qui reste du. En mode
      *>formation, l'imputation s'affiche sans rien ecrire.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReglementsClients.

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
           COPY LIVRE-FICHIER.
           COPY COMPTES-FICHIER.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.

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

       COPY LIVRE-FD.

       COPY COMPTES-FD.

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       COPY COMPTES-ZONE.
       COPY LIVRE-ZONE.
       COPY DESSIN-ZONE.
       COPY CLIENT-ZONE.
       COPY CREANCE-ZONE.
       77 statut-tickets PIC X(02).
       77 fin-tickets PIC X(01) VALUE 'N'.
       77 statut-transactions PIC X(02).
       77 fin-transactions PIC X(01) VALUE 'N'.
       77 saisie-client PIC X(08).
       77 montant-recu PIC 9(7)V99 VALUE 0.
       77 date-reglement PIC 9(08) VALUE 0.
       77 ticket-vise PIC 9(06) VALUE 0.
       77 reglement-refuse PIC X(01).
       77 motif-refus PIC X(60).
       77 encore-reglement PIC X(01) VALUE 'O'.
       77 ligne-ecran PIC 99.
       77 nb-ouverts PIC 9(4).
       77 touche PIC X(01).
       77 valeur-reglement PIC X(20).
       77 montant-edit PIC z(6)9.99.
       *>Imputation du montant recu, ticket par ticket, preparee
       *>avant toute ecriture.
       77 reste-a-imputer PIC 9(7)V99.
       77 nb-imputations PIC 99 VALUE 0.
       77 im PIC 99.
       1 table-imputations.
           2 imputation OCCURS 50.
               3 imp-ref PIC X(08).
               3 imp-montant PIC 9(7)V99.
       77 indice-clients PIC 99.

       SCREEN SECTION.
       1 plage-saisie-client.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Reglement d''un client en compte'.
           2 LINE 3 COL 1 VALUE 'Code client : '.
           2 PIC X(08) TO saisie-client REQUIRED.

       1 plage-entete-client.
           2 LINE 4 COL 1 PIC X(30) FROM cli-t-nom(client-trouve).
           2 LINE 6 COL 1 VALUE
               'Ticket Date          Montant      Regle      Reste'.

       1 plage-ligne-creance.
           2 LINE ligne-ecran COL 1 PIC 9(06) FROM crc-ticket(cr).
           2 COL 8 PIC 9(08) FROM crc-date(cr).
           2 COL 17 PIC z(7)9.99 FROM crc-montant(cr).
           2 COL 29 PIC -(6)9.99 FROM crc-regle(cr).
           2 COL 40 PIC -(6)9.99 FROM crc-reste(cr).

       1 plage-encours.
           2 LINE 19 COL 1 VALUE 'Encours du client : '.
           2 PIC z(8)9.99 FROM encours-creances.

       1 plage-saisie-reglement.
           2 LINE 20 COL 1 VALUE 'Montant recu : '.
           2 PIC 9(7)V99 TO montant-recu.
           2 COL 30 VALUE 'Date (0 = aujourd''hui) : '.
           2 PIC 9(08) TO date-reglement.
           2 LINE 21 COL 1 VALUE 'Ticket (0 = les plus anciens) : '.
           2 PIC 9(06) TO ticket-vise.

       1 plage-refus.
           2 LINE 22 COL 1 PIC X(60) FROM motif-refus.

       1 plage-formation.
           2 LINE 22 COL 1 VALUE
               'Mode formation : reglement simule, rien d''ecrit.'.

       1 plage-livre-occupe.
           2 LINE 22 COL 1 VALUE
               'Grand livre occupe : Entree pour reessayer...'.
           2 PIC X(01) TO touche.

       1 plage-fait.
           2 LINE 22 COL 1 VALUE 'Reglement enregistre : '.
           2 PIC z9 FROM nb-imputations.
           2 VALUE ' transaction(s) RG.'.

       1 plage-encore.
           2 LINE 23 COL 1 VALUE 'Autre reglement ? (O/N) : '.
           2 PIC X(01) TO encore-reglement REQUIRED.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "CALCULSOMME-LOG.DAT"
           ENTETE-ATTENDU BY entete-livre.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "TICKETS.DAT"
           ENTETE-ATTENDU BY entete-tickets.
       PERFORM UNTIL encore-reglement NOT = 'O'
                   AND encore-reglement NOT = 'o'
           PERFORM saisir-reglement
           DISPLAY plage-encore
           ACCEPT plage-encore
       END-PERFORM.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis MenuClients.
       GOBACK.

       saisir-reglement.
           MOVE SPACES TO saisie-client.
           MOVE 0 TO montant-recu date-reglement ticket-vise.
           MOVE 'N' TO reglement-refuse.
           MOVE SPACES TO motif-refus.
           DISPLAY plage-saisie-client.
           ACCEPT plage-saisie-client.
           MOVE FUNCTION UPPER-CASE(saisie-client) TO saisie-client.
           PERFORM charger-clients.
           MOVE saisie-client TO code-client-cherche.
           PERFORM chercher-client.
           IF client-trouve = 0
               MOVE "Client inconnu de CLIENTS.DAT." TO motif-refus
               DISPLAY plage-refus
           ELSE
               MOVE saisie-client TO client-creances
               PERFORM charger-creances
               PERFORM afficher-creances
               DISPLAY plage-saisie-reglement
               ACCEPT plage-saisie-reglement
               IF date-reglement = 0
                   MOVE FUNCTION CURRENT-DATE(1:8) TO date-reglement
               END-IF
               PERFORM preparer-imputations
               EVALUATE TRUE
                   WHEN reglement-refuse = 'O'
                       DISPLAY plage-refus
                   WHEN EN-FORMATION
                       DISPLAY plage-formation
                   WHEN OTHER
                       PERFORM passer-reglement
               END-EVALUATE
           END-IF.

       *>Tickets dont il reste quelque chose a regler (ou un trop
       *>percu), dans l'ordre du fichier : les plus anciens d'abord.
       afficher-creances.
           DISPLAY plage-entete-client.
           MOVE 7 TO ligne-ecran.
           MOVE 0 TO nb-ouverts.
           PERFORM VARYING cr FROM 1 BY 1 UNTIL cr > nb-creances
               IF crc-reste(cr) NOT = 0
                   ADD 1 TO nb-ouverts
                   IF ligne-ecran <= 18
                       DISPLAY plage-ligne-creance
                       ADD 1 TO ligne-ecran
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY plage-encours.

       *>Controles, puis le montant reparti sur les tickets encore
       *>dus : le ticket designe seul, ou les plus anciens d'abord.
       *>Le rang du reglement suivant d'un ticket fait sa reference ;
       *>au-dela de 35 reglements sur un meme ticket, refus.
       preparer-imputations.
           MOVE 0 TO nb-imputations.
           MOVE montant-recu TO reste-a-imputer.
           MOVE 0 TO creance-trouvee.
           IF ticket-vise > 0
               MOVE ticket-vise TO ticket-creance-cherche
               PERFORM chercher-creance
           END-IF.
           EVALUATE TRUE
               WHEN montant-recu = 0
                   MOVE "Montant nul : rien a regler." TO motif-refus
                   MOVE 'O' TO reglement-refuse
               WHEN FUNCTION TEST-DATE-YYYYMMDD(date-reglement) NOT = 0
                   MOVE "Date de reglement invalide." TO motif-refus
                   MOVE 'O' TO reglement-refuse
               WHEN ticket-vise > 0 AND creance-trouvee = 0
                   MOVE "Ticket absent des ventes en compte du client."
                       TO motif-refus
                   MOVE 'O' TO reglement-refuse
               WHEN ticket-vise > 0
                       AND montant-recu > crc-reste(creance-trouvee)
                   MOVE "Montant superieur au reste du sur ce ticket."
                       TO motif-refus
                   MOVE 'O' TO reglement-refuse
               WHEN montant-recu > encours-creances
                   MOVE "Montant superieur a l'encours du client."
                       TO motif-refus
                   MOVE 'O' TO reglement-refuse
               WHEN OTHER
                   PERFORM VARYING cr FROM 1 BY 1
                           UNTIL cr > nb-creances
                               OR reste-a-imputer = 0
                       IF crc-reste(cr) > 0
                               AND (ticket-vise = 0
                                   OR crc-ticket(cr) = ticket-vise)
                           PERFORM imputer-ticket
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       imputer-ticket.
           EVALUATE TRUE
               WHEN crc-nb-reglements(cr) >= 35
                   MOVE "Ticket deja regle en 35 fois : voir le chef."
                       TO motif-refus
                   MOVE 'O' TO reglement-refuse
                   MOVE 0 TO reste-a-imputer
               WHEN nb-imputations >= 50
                   MOVE "Plus de 50 tickets : designer le ticket."
                       TO motif-refus
                   MOVE 'O' TO reglement-refuse
                   MOVE 0 TO reste-a-imputer
               WHEN OTHER
                   ADD 1 TO nb-imputations
                   MOVE SPACES TO imp-ref(nb-imputations)
                   STRING "T" crc-ticket(cr)
                       rangs-reglement(crc-nb-reglements(cr) + 1:1)
                       DELIMITED BY SIZE INTO imp-ref(nb-imputations)
                   IF reste-a-imputer > crc-reste(cr)
                       MOVE crc-reste(cr) TO imp-montant(nb-imputations)
                   ELSE
                       MOVE reste-a-imputer
                           TO imp-montant(nb-imputations)
                   END-IF
                   SUBTRACT imp-montant(nb-imputations)
                       FROM reste-a-imputer
           END-EVALUATE.

       *>Sous le verrou des transactions : l'encours est relu (un
       *>autre poste a pu encaisser ce client entre-temps) et
       *>l'imputation refaite, le compte CLIENTS trouve AVANT toute
       *>ecriture, puis les transactions RG ecrites. Le verrou rendu,
       *>le reglement est poste au livre sous le verrou du livre.
       passer-reglement.
           PERFORM charger-plan-comptes.
           MOVE "CLIENTS" TO compte-a-controler.
           PERFORM controler-compte-plan.
           IF NOT COMPTE-PLAN-ADMIS
               MOVE "Compte CLIENTS absent du plan ou ferme : refuse."
                   TO motif-refus
               DISPLAY plage-refus
           ELSE
               PERFORM verrouiller-transactions
               IF NOT VERROU-ACQUIS
                   MOVE "Transactions en saisie : rien n'a bouge."
                       TO motif-refus
                   DISPLAY plage-refus
               ELSE
                   PERFORM charger-creances
                   PERFORM preparer-imputations
                   PERFORM charger-livre
                   MOVE "CLIENTS" TO compte-courant
                   PERFORM chercher-compte-livre
                   MOVE compte-trouve TO indice-clients
                   EVALUATE TRUE
                       WHEN reglement-refuse = 'O'
                           PERFORM liberer-transactions
                           DISPLAY plage-refus
                       WHEN indice-clients = 0
                           PERFORM liberer-transactions
                           MOVE "Grand livre plein : reglement refuse."
                               TO motif-refus
                           DISPLAY plage-refus
                       WHEN OTHER
                           PERFORM ecrire-transactions-rg
                           PERFORM liberer-transactions
                           PERFORM poster-au-livre
                   END-EVALUATE
               END-IF
           END-IF.

       *>Les RG sont ecrites : le verrou du livre est attendu, puis
       *>le livre relu (un autre poste a pu y passer depuis).
       poster-au-livre.
           PERFORM verrouiller-livre.
           PERFORM UNTIL VERROU-ACQUIS
               DISPLAY plage-livre-occupe
               ACCEPT plage-livre-occupe
               PERFORM verrouiller-livre
           END-PERFORM.
           PERFORM charger-livre.
           MOVE "CLIENTS" TO compte-courant.
           PERFORM chercher-compte-livre.
           MOVE compte-trouve TO indice-clients.
           IF indice-clients = 0
               PERFORM liberer-livre
               MOVE "Livre plein : RG ecrites, poste CLIENTS a passer."
                   TO motif-refus
               DISPLAY plage-refus
           ELSE
               PERFORM poster-reglement
               PERFORM liberer-livre
               DISPLAY plage-fait
           END-IF.

       ecrire-transactions-rg.
           OPEN EXTEND FICHIER-TRANSACTIONS.
           PERFORM VARYING im FROM 1 BY 1 UNTIL im > nb-imputations
               MOVE SPACES TO LIGNE-TRANSACTION
               MOVE date-reglement TO TRX-DATE
               MOVE imp-ref(im) TO TRX-REF
               MOVE "RG" TO TRX-TYPE
               MOVE imp-montant(im) TO TRX-MONTANT
               WRITE LIGNE-TRANSACTION
               MOVE imp-montant(im) TO montant-edit
               MOVE SPACES TO valeur-reglement
               STRING imp-ref(im) " " montant-edit
                   DELIMITED BY SIZE INTO valeur-reglement
               PERFORM journaliser-reglement
           END-PERFORM.
           CLOSE FICHIER-TRANSACTIONS.

       *>Le client doit d'autant moins : le compte CLIENTS baisse du
       *>montant recu (operation G), reference R + code client.
       poster-reglement.
           SUBTRACT montant-recu FROM cpt-solde(indice-clients).
           PERFORM sauver-livre.
           MOVE indice-clients TO compte-trouve.
           MOVE "CLIENTS" TO compte-courant.
           MOVE 'G' TO operation-poste.
           COMPUTE montant-poste = 0 - montant-recu.
           MOVE SPACES TO reference-poste.
           STRING "R" saisie-client
               DELIMITED BY SIZE INTO reference-poste.
           PERFORM historiser-poste-livre.

       COPY CLIENT-CHARGE.

       COPY CREANCE-CHARGE.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-tickets
           FICHIER-DESSIN BY FICHIER-TICKETS.

       COPY LIVRE-POSTE.

       COPY COMPTES-CHARGE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-livre
           NOM-FICHIER-VERROU BY "VERROU-CALCULSOMME.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-livre.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-transactions
           NOM-FICHIER-VERROU BY "VERROU-TRANSACTIONS.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-transactions.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-reglement
           NOM-PROGRAMME-JRN BY "ReglementsClients"
           VALEUR-SAISIE BY valeur-reglement.
