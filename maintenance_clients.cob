      *>Entretien des clients en compte CLIENTS.DAT : l'ecole et les
      *>ateliers qui paient au mois etaient suivis sur un cahier a
      *>cote de la caisse. Dans le moule de MaintenancePromotions :
      *>liste, ajout, modification et retrait d'un client par son
      *>code. Un client porte sa raison sociale et son adresse (pour
      *>les lettres de relance), un plafond d'encours que CalculPrix
      *>fait respecter (0 = sans plafond), son delai de paiement en
      *>jours et son etat : A actif, F ferme (plus de vente en
      *>compte, ses reglements restent admis). Un client qui doit
      *>encore quelque chose ne se retire pas : on le ferme. Le
      *>fichier reste sous son verrou toute la seance. Reserve au
      *>responsable (profil R) des que le fichier maitre des
      *>operateurs est en service ; chaque changement part a
      *>l'historique CLIENTS-HISTO.DAT et au journal, et l'ancienne
      *>version a CLIENTS-AVANT.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintenanceClients.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CLIENT-FICHIER.
           SELECT FICHIER-CLIENTS-AVANT
               ASSIGN TO "CLIENTS-AVANT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL FICHIER-HISTO-CLIENTS
               ASSIGN TO "CLIENTS-HISTO.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL FICHIER-TICKETS ASSIGN TO "TICKETS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-tickets.
           SELECT OPTIONAL FICHIER-TRANSACTIONS
               ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-transactions.
           SELECT FICHIER-MAITRE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-maitre.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENT-FD.

       FD FICHIER-CLIENTS-AVANT.
       1 LIGNE-CLIENT-AVANT PIC X(117).

       *>Historique des changements : qui a cree, modifie (C, M) ou
       *>retire (R) quel client, et le client tel qu'il etait apres
       *>le changement (avant, pour un retrait).
       FD FICHIER-HISTO-CLIENTS.
       1 LIGNE-HISTO-CLIENT.
           2 HCL-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 HCL-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 HCL-ACTION PIC X(01).
           2 FILLER PIC X(01).
           2 HCL-CLIENT PIC X(117).

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

       FD FICHIER-MAITRE.
       1 LIGNE-MAITRE PIC X(44).

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       COPY DESSIN-ZONE.
       COPY CLIENT-ZONE.
       COPY CREANCE-ZONE.
       77 statut-tickets PIC X(02).
       77 fin-tickets PIC X(01) VALUE 'N'.
       77 statut-transactions PIC X(02).
       77 fin-transactions PIC X(01) VALUE 'N'.
       77 statut-maitre PIC X(02).
       77 maitre-en-place PIC X(01) VALUE 'N'.

       77 choix-action PIC 9 VALUE 9.
       77 saisie-code PIC X(08).
       77 saisie-nom PIC X(30).
       77 saisie-adresse1 PIC X(30).
       77 saisie-adresse2 PIC X(30).
       77 saisie-plafond PIC 9(7)V99 VALUE 0.
       77 saisie-delai PIC 9(03) VALUE 0.
       77 saisie-etat PIC X(01).
       77 saisie-refusee PIC X(01).
       77 motif-refus PIC X(50).
       77 action-histo PIC X(01).
       77 modifie PIC X(01) VALUE 'N'.
       77 ligne-ecran PIC 99.
       77 touche PIC X(01).
       77 valeur-journal PIC X(20).

       SCREEN SECTION.
       1 plage-refus-profil.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Ecran reserve au responsable (profil R).'.

       1 plage-occupe.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Fichier des clients occupe, reessayez plus tard.'.

       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Clients en compte ('.
           2 PIC zz9 FROM nb-clients.
           2 VALUE ' clients)'.
           2 LINE 3 COL 1 VALUE '1. Lister les clients'.
           2 LINE 4 COL 1 VALUE '2. Ajouter un client'.
           2 LINE 5 COL 1 VALUE '3. Modifier un client'.
           2 LINE 6 COL 1 VALUE '4. Retirer un client'.
           2 LINE 7 COL 1 VALUE '9. Sauver et quitter'.
           2 LINE 8 COL 1 VALUE '0. Quitter sans sauver'.
           2 LINE 10 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-entete-liste.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Code     Raison sociale                    Plafond'.
           2 COL 52 VALUE 'Delai E'.

       1 plage-ligne-client.
           2 LINE ligne-ecran COL 1 PIC X(08) FROM cli-t-code(cl).
           2 COL 10 PIC X(30) FROM cli-t-nom(cl).
           2 COL 41 PIC z(6)9.99 FROM cli-t-plafond(cl).
           2 COL 53 PIC zz9 FROM cli-t-delai(cl).
           2 COL 58 PIC X(01) FROM cli-t-etat(cl).

       1 plage-saisie-code.
           2 LINE 12 COL 1 VALUE 'Code client : '.
           2 PIC X(08) TO saisie-code REQUIRED.

       1 plage-saisie-client.
           2 LINE 13 COL 1 VALUE 'Raison sociale : '.
           2 PIC X(30) USING saisie-nom REQUIRED.
           2 LINE 14 COL 1 VALUE 'Adresse        : '.
           2 PIC X(30) USING saisie-adresse1.
           2 LINE 15 COL 1 VALUE '                 '.
           2 PIC X(30) USING saisie-adresse2.
           2 LINE 16 COL 1 VALUE 'Plafond d''encours (0 = aucun) : '.
           2 PIC 9(7)V99 USING saisie-plafond.
           2 LINE 17 COL 1 VALUE 'Delai de paiement (jours) : '.
           2 PIC 9(03) USING saisie-delai REQUIRED.
           2 LINE 18 COL 1 VALUE 'Etat (A actif, F ferme) : '.
           2 PIC X(01) USING saisie-etat REQUIRED.

       1 plage-refus.
           2 LINE 21 COL 1 PIC X(50) FROM motif-refus.

       1 plage-table-tronquee.
           2 LINE 21 COL 1 VALUE
               'CLIENTS.DAT depasse l''editeur (100) :'.
           2 LINE 22 COL 1 VALUE ' sauvegarde REFUSEE.'.

       1 plage-sauve.
           2 LINE 21 COL 1 VALUE
               'Clients sauves (ancien dans CLIENTS-AVANT.DAT).'.

       1 plage-pause.
           2 LINE 23 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "TICKETS.DAT"
           ENTETE-ATTENDU BY entete-tickets.
       *>Le plafond d'un client engage la caisse : seul le profil R
       *>entretient les clients, comme les articles.
       PERFORM controler-maitre.
       IF maitre-en-place = 'O' AND profil-operateur NOT = 'R'
           DISPLAY plage-refus-profil
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.
       PERFORM verrouiller-clients.
       IF NOT VERROU-ACQUIS
           DISPLAY plage-occupe
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.

       PERFORM charger-clients.
       PERFORM UNTIL choix-action = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           EVALUATE choix-action
               WHEN 1
                   PERFORM lister-clients
               WHEN 2
                   PERFORM ajouter-client
               WHEN 3
                   PERFORM modifier-client
               WHEN 4
                   PERFORM retirer-client
               WHEN 9
                   PERFORM valider-et-sauver
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       PERFORM liberer-clients.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis MenuClients.
       GOBACK.

       *>Dit si le fichier maitre des operateurs est en service
       *>(present et non vide), comme MaintenanceAutorisations.
       controler-maitre.
           MOVE 'N' TO maitre-en-place.
           OPEN INPUT FICHIER-MAITRE.
           IF statut-maitre = "00"
               READ FICHIER-MAITRE
                   AT END CONTINUE
                   NOT AT END MOVE 'O' TO maitre-en-place
               END-READ
               CLOSE FICHIER-MAITRE
           END-IF.

       lister-clients.
           DISPLAY plage-entete-liste.
           MOVE 2 TO ligne-ecran.
           PERFORM VARYING cl FROM 1 BY 1 UNTIL cl > nb-clients
               IF ligne-ecran > 20
                   DISPLAY plage-pause
                   ACCEPT plage-pause
                   DISPLAY plage-entete-liste
                   MOVE 2 TO ligne-ecran
               END-IF
               DISPLAY plage-ligne-client
               ADD 1 TO ligne-ecran
           END-PERFORM.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       saisir-code.
           MOVE SPACES TO saisie-code.
           DISPLAY plage-saisie-code.
           ACCEPT plage-saisie-code.
           MOVE FUNCTION UPPER-CASE(saisie-code) TO saisie-code.
           MOVE saisie-code TO code-client-cherche.
           PERFORM chercher-client.

       ajouter-client.
           PERFORM saisir-code.
           EVALUATE TRUE
               WHEN client-trouve > 0
                   MOVE "Code client deja pris." TO motif-refus
                   DISPLAY plage-refus
               WHEN nb-clients >= 100
                   MOVE "Fichier plein (100 clients)." TO motif-refus
                   DISPLAY plage-refus
               WHEN OTHER
                   MOVE SPACES TO saisie-nom saisie-adresse1
                       saisie-adresse2
                   MOVE 'A' TO saisie-etat
                   MOVE 0 TO saisie-plafond
                   MOVE 30 TO saisie-delai
                   PERFORM saisir-client
                   IF saisie-refusee = 'N'
                       ADD 1 TO nb-clients
                       MOVE nb-clients TO cl
                       MOVE saisie-code TO cli-t-code(cl)
                       PERFORM ranger-saisie
                       MOVE 'C' TO action-histo
                       PERFORM historiser-client
                   END-IF
           END-EVALUATE.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       modifier-client.
           PERFORM saisir-code.
           IF client-trouve = 0
               MOVE "Code client inconnu." TO motif-refus
               DISPLAY plage-refus
           ELSE
               MOVE client-trouve TO cl
               MOVE cli-t-nom(cl) TO saisie-nom
               MOVE cli-t-adresse1(cl) TO saisie-adresse1
               MOVE cli-t-adresse2(cl) TO saisie-adresse2
               MOVE cli-t-plafond(cl) TO saisie-plafond
               MOVE cli-t-delai(cl) TO saisie-delai
               MOVE cli-t-etat(cl) TO saisie-etat
               PERFORM saisir-client
               IF saisie-refusee = 'N'
                   MOVE client-trouve TO cl
                   PERFORM ranger-saisie
                   MOVE 'M' TO action-histo
                   PERFORM historiser-client
               END-IF
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Un client qui doit encore quelque chose reste au fichier :
       *>ses tickets en compte et ses relances en ont besoin.
       retirer-client.
           PERFORM saisir-code.
           IF client-trouve > 0
               MOVE saisie-code TO client-creances
               PERFORM charger-creances
           END-IF.
           EVALUATE TRUE
               WHEN client-trouve = 0
                   MOVE "Code client inconnu." TO motif-refus
                   DISPLAY plage-refus
               WHEN encours-creances > 0
                   MOVE "Encours non solde : fermer le client (F)."
                       TO motif-refus
                   DISPLAY plage-refus
               WHEN OTHER
                   MOVE client-trouve TO cl
                   MOVE 'R' TO action-histo
                   PERFORM historiser-client
                   PERFORM VARYING cl FROM client-trouve BY 1
                           UNTIL cl >= nb-clients
                       MOVE client(cl + 1) TO client(cl)
                   END-PERFORM
                   SUBTRACT 1 FROM nb-clients
                   MOVE 'O' TO modifie
           END-EVALUATE.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Saisie et controles d'un client ; le premier refus
       *>rencontre est affiche.
       saisir-client.
           MOVE 'O' TO saisie-refusee.
           DISPLAY plage-saisie-client.
           ACCEPT plage-saisie-client.
           MOVE FUNCTION UPPER-CASE(saisie-etat) TO saisie-etat.
           EVALUATE TRUE
               WHEN saisie-code = SPACES
                   MOVE "Code client vide refuse." TO motif-refus
               WHEN saisie-nom = SPACES
                   MOVE "Raison sociale a renseigner." TO motif-refus
               WHEN saisie-etat NOT = 'A' AND saisie-etat NOT = 'F'
                   MOVE "Etat A (actif) ou F (ferme)." TO motif-refus
               WHEN OTHER
                   MOVE 'N' TO saisie-refusee
           END-EVALUATE.
           IF saisie-refusee = 'O'
               DISPLAY plage-refus
           END-IF.

       ranger-saisie.
           MOVE saisie-nom TO cli-t-nom(cl).
           MOVE saisie-adresse1 TO cli-t-adresse1(cl).
           MOVE saisie-adresse2 TO cli-t-adresse2(cl).
           MOVE saisie-plafond TO cli-t-plafond(cl).
           MOVE saisie-delai TO cli-t-delai(cl).
           MOVE saisie-etat TO cli-t-etat(cl).
           MOVE 'O' TO modifie.

       historiser-client.
           OPEN EXTEND FICHIER-HISTO-CLIENTS.
           MOVE SPACES TO LIGNE-HISTO-CLIENT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO HCL-HORODATAGE.
           IF operateur-courant = SPACES OR LOW-VALUES
               MOVE "INCONNU" TO HCL-OPERATEUR
           ELSE
               MOVE operateur-courant TO HCL-OPERATEUR
           END-IF.
           MOVE action-histo TO HCL-ACTION.
           MOVE SPACES TO LIGNE-CLIENT.
           MOVE cli-t-code(cl) TO CLI-CODE.
           MOVE cli-t-nom(cl) TO CLI-NOM.
           MOVE cli-t-adresse1(cl) TO CLI-ADRESSE1.
           MOVE cli-t-adresse2(cl) TO CLI-ADRESSE2.
           MOVE cli-t-plafond(cl) TO CLI-PLAFOND.
           MOVE cli-t-delai(cl) TO CLI-DELAI.
           MOVE cli-t-etat(cl) TO CLI-ETAT.
           MOVE LIGNE-CLIENT TO HCL-CLIENT.
           WRITE LIGNE-HISTO-CLIENT.
           CLOSE FICHIER-HISTO-CLIENTS.
           MOVE SPACES TO valeur-journal.
           STRING action-histo " " cli-t-code(cl) " "
               cli-t-etat(cl)
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-client.

       valider-et-sauver.
           IF clients-tronques = 'O'
               DISPLAY plage-table-tronquee
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               IF modifie = 'O'
                   PERFORM sauver-ancienne-version
                   PERFORM sauver-clients
               END-IF
               DISPLAY plage-sauve
               DISPLAY plage-pause
               ACCEPT plage-pause
               MOVE 0 TO choix-action
           END-IF.

       *>Copie de l'ancien fichier avant remplacement, comme
       *>ARTICLES-AVANT.DAT.
       sauver-ancienne-version.
           MOVE 'N' TO fin-clients.
           OPEN INPUT FICHIER-CLIENTS.
           OPEN OUTPUT FICHIER-CLIENTS-AVANT.
           IF statut-clients(1:1) = "0"
               READ FICHIER-CLIENTS
                   AT END MOVE 'O' TO fin-clients
               END-READ
               PERFORM UNTIL fin-clients = 'O'
                   MOVE LIGNE-CLIENT TO LIGNE-CLIENT-AVANT
                   WRITE LIGNE-CLIENT-AVANT
                   READ FICHIER-CLIENTS
                       AT END MOVE 'O' TO fin-clients
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CLIENTS
           END-IF.
           CLOSE FICHIER-CLIENTS-AVANT.

       COPY CLIENT-CHARGE.

       COPY CREANCE-CHARGE.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-tickets
           FICHIER-DESSIN BY FICHIER-TICKETS.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-clients
           NOM-FICHIER-VERROU BY "VERROU-CLIENTS.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-clients.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-client
           NOM-PROGRAMME-JRN BY "MaintenanceClients"
           VALEUR-SAISIE BY valeur-journal.
