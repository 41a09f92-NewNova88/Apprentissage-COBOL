      *>Lettres de relance des clients en compte : une lettre par
      *>client dont au moins un ticket vendu en compte reste du plus
      *>de N jours apres son echeance (date du ticket + delai de
      *>paiement du client). N, la tolerance de retard, se regle
      *>dans SEUIL-RELANCE.DAT (un nombre de jours sur la premiere
      *>ligne, 15 faute de fichier) sans toucher au programme. Les
      *>lettres, adresse en tete, tickets en retard et montants dus,
      *>sortent ensemble dans RAPPORT-RELANCES-<horo>.DAT au
      *>catalogue des rapports, pretes a imprimer. Lancable par
      *>PiloteNuit (job RELANCES, date de reference en valeur) ; a
      *>l'ecran, la date du jour. Lecture seule, pas de verrou.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelancesClients.

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
           SELECT OPTIONAL FICHIER-SEUIL-RELANCE
               ASSIGN TO "SEUIL-RELANCE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-seuil-relance.
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

       FD FICHIER-SEUIL-RELANCE.
       1 LIGNE-SEUIL-RELANCE PIC 9(03).

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       COPY PILOTAGE.
       COPY DESSIN-ZONE.
       COPY CLIENT-ZONE.
       COPY CREANCE-ZONE.
       77 statut-tickets PIC X(02).
       77 fin-tickets PIC X(01) VALUE 'N'.
       77 statut-transactions PIC X(02).
       77 fin-transactions PIC X(01) VALUE 'N'.
       77 statut-seuil-relance PIC X(02).
       77 seuil-relance PIC 9(03) VALUE 15.
       77 horodatage-etat PIC X(14).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.
       77 jour-relance PIC 9(08).
       77 touche PIC X(01).
       *>Echeance et retard d'un ticket, en jours.
       77 echeance-ticket PIC 9(08).
       77 retard-ticket PIC S9(6).
       77 retard-edit PIC zzzz9.
       77 client-en-retard PIC X(01).
       77 du-en-retard PIC S9(9)V99.
       77 du-total PIC S9(9)V99.
       77 nb-lettres PIC 9(3) VALUE 0.
       77 total-relance PIC S9(9)V99 VALUE 0.
       77 montant-edit PIC -(6)9.99.
       77 seuil-edit PIC zz9.
       77 delai-edit PIC zz9.

       SCREEN SECTION.
       1 plage-fini.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Relances des clients en compte'.
           2 LINE 3 COL 1 VALUE 'Etat genere      : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 4 COL 1 VALUE 'Tolerance (j)    : '.
           2 PIC zz9 FROM seuil-relance.
           2 LINE 5 COL 1 VALUE 'Lettres          : '.
           2 PIC zz9 FROM nb-lettres.
           2 LINE 6 COL 1 VALUE 'Montant en retard: '.
           2 PIC -(8)9.99 FROM total-relance.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "TICKETS.DAT"
           ENTETE-ATTENDU BY entete-tickets.
       MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
       MOVE horodatage-etat(1:8) TO jour-relance.
       IF PILOTE-EN-COMMANDE AND pilote-date IS NUMERIC
           MOVE pilote-date TO jour-relance
           IF FUNCTION TEST-DATE-YYYYMMDD(jour-relance) NOT = 0
               MOVE horodatage-etat(1:8) TO jour-relance
           END-IF
       END-IF.
       PERFORM charger-seuil-relance.
       PERFORM charger-clients.
       MOVE SPACES TO client-creances.
       PERFORM charger-creances.
       MOVE SPACES TO nom-rapport.
       STRING "RAPPORT-RELANCES-" horodatage-etat ".DAT"
           DELIMITED BY SIZE INTO nom-rapport.
       OPEN OUTPUT FICHIER-ETAT.
       PERFORM VARYING cl FROM 1 BY 1 UNTIL cl > nb-clients
           PERFORM examiner-client
       END-PERFORM.
       IF nb-lettres = 0
           MOVE seuil-relance TO seuil-edit
           STRING "Aucun client en retard de plus de " seuil-edit
               " jours au " jour-relance "."
               DELIMITED BY SIZE INTO LIGNE-ETAT
           PERFORM ecrire-ligne-etat
       END-IF.
       CLOSE FICHIER-ETAT.
       PERFORM cataloguer-rapport.
       IF NOT PILOTE-EN-COMMANDE
           DISPLAY plage-fini
           DISPLAY plage-pause
           ACCEPT plage-pause
       END-IF.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis MenuClients et PiloteNuit.
       GOBACK.

       charger-seuil-relance.
           OPEN INPUT FICHIER-SEUIL-RELANCE.
           IF statut-seuil-relance = "00"
               READ FICHIER-SEUIL-RELANCE
                   AT END CONTINUE
                   NOT AT END
                       IF LIGNE-SEUIL-RELANCE IS NUMERIC
                           MOVE LIGNE-SEUIL-RELANCE TO seuil-relance
                       END-IF
               END-READ
               CLOSE FICHIER-SEUIL-RELANCE
           END-IF.

       *>Un client est relance si un de ses tickets depasse
       *>l'echeance de plus que la tolerance ; ferme ou non, ce
       *>qu'il doit reste du.
       examiner-client.
           MOVE 'N' TO client-en-retard.
           PERFORM VARYING cr FROM 1 BY 1 UNTIL cr > nb-creances
               IF crc-client(cr) = cli-t-code(cl) AND crc-reste(cr) > 0
                   PERFORM calculer-retard
                   IF retard-ticket > seuil-relance
                       MOVE 'O' TO client-en-retard
                   END-IF
               END-IF
           END-PERFORM.
           IF client-en-retard = 'O'
               PERFORM ecrire-lettre
           END-IF.

       calculer-retard.
           COMPUTE echeance-ticket = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(crc-date(cr))
               + cli-t-delai(cl)).
           COMPUTE retard-ticket =
               FUNCTION INTEGER-OF-DATE(jour-relance)
               - FUNCTION INTEGER-OF-DATE(echeance-ticket).

       ecrire-lettre.
           ADD 1 TO nb-lettres.
           MOVE 0 TO du-en-retard du-total.
           IF nb-lettres > 1
               MOVE ALL "=" TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           MOVE cli-t-nom(cl) TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE cli-t-adresse1(cl) TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE cli-t-adresse2(cl) TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           STRING "                                        Le "
               jour-relance
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           STRING "Objet : relance, compte client " cli-t-code(cl)
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           MOVE "Madame, Monsieur," TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           MOVE cli-t-delai(cl) TO delai-edit.
           STRING "Sauf erreur de notre part, les tickets suivants "
               "restent impayes"
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           STRING "au-dela du delai de paiement convenu de "
               delai-edit " jours :"
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           MOVE "Ticket   Date       Echeance   Retard (j)    Reste du"
               TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING cr FROM 1 BY 1 UNTIL cr > nb-creances
               IF crc-client(cr) = cli-t-code(cl) AND crc-reste(cr) > 0
                   ADD crc-reste(cr) TO du-total
                   PERFORM calculer-retard
                   IF retard-ticket > 0
                       PERFORM ecrire-ticket-en-retard
                   END-IF
               END-IF
           END-PERFORM.
           ADD du-en-retard TO total-relance.
           PERFORM ecrire-ligne-etat.
           MOVE du-en-retard TO montant-edit.
           STRING "Total echu : " montant-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE du-total TO montant-edit.
           STRING "Encours total de votre compte : " montant-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           MOVE "Nous vous remercions de bien vouloir regulariser"
               TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE "cette situation dans les meilleurs delais."
               TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE "Si votre reglement est deja parti, veuillez ne pas"
               TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE "tenir compte de cette lettre." TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           MOVE "Veuillez agreer, Madame, Monsieur, nos salutations."
               TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.

       ecrire-ticket-en-retard.
           ADD crc-reste(cr) TO du-en-retard.
           MOVE retard-ticket TO retard-edit.
           MOVE crc-reste(cr) TO montant-edit.
           STRING crc-ticket(cr) "   " crc-date(cr) "   "
               echeance-ticket "   " retard-edit "      " montant-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.

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
           NOM-PROGRAMME-CAT BY "RelancesClients"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.
