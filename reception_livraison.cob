      *>Reception des marchandises d'une commande fournisseur. Appele
      *>par CommandesFournisseurs (reception au bureau, n'importe
      *>quelle commande) et par InAndOut quand un livreur attendu
      *>pour un fournisseur se presente a l'accueil : les commandes
      *>encore en cours de ce fournisseur sont listees avec leur date
      *>de livraison prevue, on choisit la commande livree et on
      *>saisit ligne par ligne la quantite recue (le reste a recevoir
      *>est propose, une livraison partielle laisse la ligne en cours
      *>pour le reliquat, ou la solde a la demande). Les lignes sont
      *>mises a jour sous le verrou des commandes, les quantites
      *>entrent au stock sous celui des articles (occupe : elles
      *>attendent dans ATTENTE-STOCK.DAT, que CalculPrix rejoue), et
      *>un bon de reception part au spool des comptes rendus. En mode
      *>formation tout se simule, rien n'est ecrit.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReceptionLivraison.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COMMANDE-FICHIER.
           COPY FOURNISSEUR-FICHIER.
           COPY ARTICLE-FICHIER.
           SELECT OPTIONAL FICHIER-ATTENTE-STOCK
               ASSIGN TO "ATTENTE-STOCK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-attente-stock.
           COPY SPOOL-FICHIER.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY COMMANDE-FD.

       COPY FOURNISSEUR-FD.

       COPY ARTICLE-FD.

       *>Mouvements de stock en attente du verrou des articles, meme
       *>dessin que dans CalculPrix : une quantite recue y est
       *>negative (elle rentre en stock), le numero de commande tient
       *>la place du ticket.
       FD FICHIER-ATTENTE-STOCK.
       1 LIGNE-ATTENTE-STOCK.
           2 AST-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 AST-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 AST-TICKET PIC 9(06).
           2 FILLER PIC X(01).
           2 AST-ARTICLE PIC X(08).
           2 FILLER PIC X(01).
           2 AST-QUANTITE PIC S9(5)V99.

       COPY SPOOL-FD.

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       COPY COMMANDE-ZONE.
       COPY FOURNISSEUR-ZONE.
       COPY ARTICLE-ZONE.
       77 statut-attente-stock PIC X(02).

       *>Fournisseur du livreur (blanc = reception au bureau, toute
       *>commande acceptee) et ses commandes en cours, une ligne par
       *>numero de commande.
       77 fournisseur-livre PIC X(08).
       77 nom-fournisseur PIC X(30).
       77 nb-bons PIC 99 VALUE 0.
       77 bn PIC 99.
       77 bon-trouve PIC 99.
       1 table-bons.
           2 bon-en-cours OCCURS 20.
               3 bon-numero PIC 9(06).
               3 bon-date PIC 9(08).
               3 bon-prevue PIC 9(08).
               3 bon-lignes PIC 99.

       *>Saisie d'une reception, ligne par ligne de la commande.
       77 nb-receptions PIC 99 VALUE 0.
       77 rc PIC 99.
       1 table-receptions.
           2 reception OCCURS 99.
               3 rcp-ligne PIC 9(02).
               3 rcp-article PIC X(08).
               3 rcp-quantite PIC 9(5)V99.
               3 rcp-solder PIC X(01).
               3 rcp-reste PIC 9(7)V99.
               3 rcp-etat PIC X(01).
       77 saisie-numero PIC 9(06) VALUE 0.
       77 saisie-recue PIC 9(5)V99 VALUE 0.
       77 saisie-solder PIC X(01) VALUE 'N'.
       77 fournisseur-commande PIC X(08).
       77 ligne-trouvee PIC 9(4) VALUE 0.
       77 nb-soldees PIC 99 VALUE 0.
       77 stock-en-attente PIC X(01) VALUE 'N'.
       77 date-du-jour PIC 9(08).
       77 date-edit PIC X(10).
       77 date-a-editer PIC 9(08).
       77 date-prevue-edit PIC X(10).

       77 confirmation PIC X(01) VALUE 'N'.
       77 touche PIC X(01).
       77 libelle-refus PIC X(60) VALUE SPACES.
       77 ligne-ecran PIC 99.
       77 quantite-edit PIC -(6)9.99.
       77 reste-edit PIC -(6)9.99.
       77 compte-edit PIC z9.
       77 texte-rapport PIC X(60).
       77 valeur-journal PIC X(20).

       LINKAGE SECTION.
       *>Code du fournisseur dont le livreur s'est presente, ou blanc
       *>pour une reception saisie au bureau.
       1 paramFournisseur PIC X(08).

       SCREEN SECTION.
       1 plage-titre.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Reception de marchandises'.

       1 plage-fournisseur.
           2 LINE 2 COL 1 VALUE 'Fournisseur : '.
           2 PIC X(08) FROM fournisseur-livre.
           2 VALUE ' '.
           2 PIC X(30) FROM nom-fournisseur.
           2 LINE 4 COL 1 VALUE
               'Numero Date commande Livraison prevue Lignes en cours'.

       1 plage-ligne-bon.
           2 LINE ligne-ecran COL 1 PIC 9(06) FROM bon-numero(bn).
           2 COL 8 PIC X(10) FROM date-edit.
           2 COL 21 PIC X(10) FROM date-prevue-edit.
           2 COL 38 PIC z9 FROM bon-lignes(bn).

       1 plage-saisie-numero.
           2 LINE 19 COL 1 VALUE 'Numero de commande (0 = aucune) : '.
           2 PIC 9(06) TO saisie-numero REQUIRED.

       1 plage-entete-reception.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Reception de la commande '.
           2 PIC 9(06) FROM saisie-numero.
           2 VALUE ' - '.
           2 PIC X(08) FROM fournisseur-commande.

       1 plage-saisie-reception.
           2 LINE 3 COL 1 VALUE 'Ligne '.
           2 PIC 99 FROM cde-t-ligne(lc).
           2 VALUE ' article '.
           2 PIC X(08) FROM cde-t-article(lc).
           2 LINE 4 COL 1 VALUE 'Commande : '.
           2 PIC -(6)9.99 FROM cde-t-quantite(lc).
           2 VALUE '  deja recu : '.
           2 PIC -(6)9.99 FROM cde-t-recue(lc).
           2 LINE 5 COL 1 VALUE 'Quantite recue ce jour : '.
           2 PIC 9(5)V99 USING saisie-recue.
           2 LINE 6 COL 1 VALUE
               'Solder la ligne (reliquat abandonne) O/N : '.
           2 PIC X(01) USING saisie-solder.

       1 plage-confirmation.
           2 LINE 12 COL 1 VALUE 'Confirmer la reception ? (O/N) : '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 plage-message.
           2 LINE 21 COL 1 PIC X(60) FROM libelle-refus.

       1 plage-pause.
           2 LINE 23 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION USING paramFournisseur.
       MOVE FUNCTION CURRENT-DATE(1:8) TO date-du-jour.
       MOVE SPACES TO libelle-refus.
       MOVE paramFournisseur TO fournisseur-livre.
       MOVE 0 TO saisie-numero.
       PERFORM charger-commandes.
       PERFORM charger-fournisseurs.
       DISPLAY plage-titre.
       IF fournisseur-livre = SPACES
           DISPLAY plage-saisie-numero
           ACCEPT plage-saisie-numero
       ELSE
           PERFORM lister-bons-fournisseur
           IF nb-bons = 0
               MOVE "Aucune commande en cours pour ce fournisseur."
                   TO libelle-refus
           ELSE
               DISPLAY plage-saisie-numero
               ACCEPT plage-saisie-numero
           END-IF
       END-IF.
       IF saisie-numero NOT = 0
           PERFORM receptionner-commande
       END-IF.
       IF libelle-refus NOT = SPACES
           DISPLAY plage-message
           DISPLAY plage-pause
           ACCEPT plage-pause
       END-IF.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour rendre la main a l'appelant,
       *>CommandesFournisseurs ou InAndOut.
       GOBACK.

       *>Les commandes encore en cours du fournisseur, dans l'ordre
       *>du fichier (celui des numeros), avec la date prevue de la
       *>premiere ligne en cours.
       lister-bons-fournisseur.
           MOVE fournisseur-livre TO code-fournisseur-cherche.
           PERFORM chercher-fournisseur.
           MOVE SPACES TO nom-fournisseur.
           IF fournisseur-trouve > 0
               MOVE fou-t-nom(fournisseur-trouve) TO nom-fournisseur
           END-IF.
           DISPLAY plage-fournisseur.
           MOVE 0 TO nb-bons.
           PERFORM VARYING lc FROM 1 BY 1
                   UNTIL lc > nb-lignes-commandes
               IF cde-t-fournisseur(lc) = fournisseur-livre
                       AND COMMANDE-EN-COURS(lc)
                   PERFORM noter-bon
               END-IF
           END-PERFORM.
           MOVE 5 TO ligne-ecran.
           PERFORM VARYING bn FROM 1 BY 1 UNTIL bn > nb-bons
               MOVE "non connue" TO date-prevue-edit
               IF bon-prevue(bn) > 0
                   MOVE bon-prevue(bn) TO date-a-editer
                   PERFORM editer-date
                   MOVE date-edit TO date-prevue-edit
               END-IF
               MOVE bon-date(bn) TO date-a-editer
               PERFORM editer-date
               DISPLAY plage-ligne-bon
               ADD 1 TO ligne-ecran
           END-PERFORM.

       noter-bon.
           MOVE 0 TO bon-trouve.
           PERFORM VARYING bn FROM 1 BY 1 UNTIL bn > nb-bons
               IF bon-numero(bn) = cde-t-numero(lc)
                   MOVE bn TO bon-trouve
               END-IF
           END-PERFORM.
           IF bon-trouve = 0 AND nb-bons < 20
               ADD 1 TO nb-bons
               MOVE nb-bons TO bon-trouve
               MOVE cde-t-numero(lc) TO bon-numero(bon-trouve)
               MOVE cde-t-date(lc) TO bon-date(bon-trouve)
               MOVE cde-t-date-prevue(lc) TO bon-prevue(bon-trouve)
               MOVE 0 TO bon-lignes(bon-trouve)
           END-IF.
           IF bon-trouve > 0
               ADD 1 TO bon-lignes(bon-trouve)
           END-IF.

       *>Les quantites livrees sont saisies pour chaque ligne encore
       *>en cours de la commande, puis confirmees. Un livreur ne
       *>receptionne que les commandes de son fournisseur.
       receptionner-commande.
           MOVE SPACES TO fournisseur-commande.
           PERFORM VARYING lc FROM 1 BY 1
                   UNTIL lc > nb-lignes-commandes
               IF cde-t-numero(lc) = saisie-numero
                   MOVE cde-t-fournisseur(lc) TO fournisseur-commande
               END-IF
           END-PERFORM.
           MOVE 0 TO nb-receptions.
           IF fournisseur-livre = SPACES
                   OR fournisseur-commande = fournisseur-livre
               DISPLAY plage-entete-reception
               PERFORM VARYING lc FROM 1 BY 1
                       UNTIL lc > nb-lignes-commandes
                   IF cde-t-numero(lc) = saisie-numero
                           AND COMMANDE-EN-COURS(lc)
                           AND nb-receptions < 99
                       PERFORM saisir-reception
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN fournisseur-commande = SPACES
                   MOVE "Commande inconnue." TO libelle-refus
               WHEN fournisseur-livre NOT = SPACES
                       AND fournisseur-commande NOT = fournisseur-livre
                   MOVE "Commande d'un autre fournisseur."
                       TO libelle-refus
               WHEN nb-receptions = 0
                   MOVE "Aucune ligne en cours pour cette commande."
                       TO libelle-refus
               WHEN OTHER
                   DISPLAY plage-confirmation
                   ACCEPT plage-confirmation
                   EVALUATE TRUE
                       WHEN confirmation NOT = 'O'
                               AND confirmation NOT = 'o'
                           MOVE "Rien n'a ete receptionne."
                               TO libelle-refus
                       WHEN EN-FORMATION
                           MOVE "Mode formation : rien recu."
                               TO libelle-refus
                       WHEN OTHER
                           PERFORM enregistrer-reception
                   END-EVALUATE
           END-EVALUATE.

       *>Le reste a recevoir est propose ; une ligne ni recue ni
       *>soldee n'est pas retenue.
       saisir-reception.
           COMPUTE saisie-recue = cde-t-quantite(lc) - cde-t-recue(lc).
           MOVE 'N' TO saisie-solder.
           DISPLAY plage-saisie-reception.
           ACCEPT plage-saisie-reception.
           MOVE FUNCTION UPPER-CASE(saisie-solder) TO saisie-solder.
           IF saisie-recue > 0 OR saisie-solder = 'O'
               ADD 1 TO nb-receptions
               MOVE cde-t-ligne(lc) TO rcp-ligne(nb-receptions)
               MOVE cde-t-article(lc) TO rcp-article(nb-receptions)
               MOVE saisie-recue TO rcp-quantite(nb-receptions)
               MOVE saisie-solder TO rcp-solder(nb-receptions)
           END-IF.

       *>Les lignes sont mises a jour sous le verrou des commandes
       *>(relues : un autre poste a pu recevoir entre-temps), puis
       *>les quantites entrent au stock sous celui des articles.
       enregistrer-reception.
           PERFORM verrouiller-commandes.
           IF NOT VERROU-ACQUIS
               MOVE "Commandes occupees : ressaisissez la reception."
                   TO libelle-refus
           ELSE
               PERFORM charger-commandes
               IF commandes-tronques = 'O'
                   PERFORM liberer-commandes
                   MOVE "COMMANDES.DAT trop grand : reception refusee."
                       TO libelle-refus
               ELSE
                   MOVE 0 TO nb-soldees
                   PERFORM VARYING rc FROM 1 BY 1
                           UNTIL rc > nb-receptions
                       PERFORM reporter-reception
                   END-PERFORM
                   PERFORM sauver-commandes
                   PERFORM liberer-commandes
                   PERFORM entrer-en-stock
                   MOVE SPACES TO valeur-journal
                   STRING "REC " saisie-numero " " nb-receptions
                       " lignes"
                       DELIMITED BY SIZE INTO valeur-journal
                   PERFORM journaliser-reception
                   PERFORM spouler-bon-reception
                   MOVE nb-soldees TO compte-edit
                   IF stock-en-attente = 'O'
                       STRING "Reception prise, stock en attente ; "
                           compte-edit " ligne(s) soldee(s)."
                           DELIMITED BY SIZE INTO libelle-refus
                   ELSE
                       STRING "Reception prise en stock ; " compte-edit
                           " ligne(s) soldee(s)."
                           DELIMITED BY SIZE INTO libelle-refus
                   END-IF
               END-IF
           END-IF.

       *>Une ligne deja soldee depuis la saisie ne recoit plus rien ;
       *>le reste et l'etat retenus servent au bon de reception.
       reporter-reception.
           MOVE 0 TO ligne-trouvee.
           MOVE 0 TO rcp-reste(rc).
           MOVE 'R' TO rcp-etat(rc).
           PERFORM VARYING lc FROM 1 BY 1
                   UNTIL lc > nb-lignes-commandes OR ligne-trouvee > 0
               IF cde-t-numero(lc) = saisie-numero
                       AND cde-t-ligne(lc) = rcp-ligne(rc)
                   MOVE lc TO ligne-trouvee
               END-IF
           END-PERFORM.
           IF ligne-trouvee = 0
               MOVE 0 TO rcp-quantite(rc)
           ELSE
               MOVE ligne-trouvee TO lc
               IF NOT COMMANDE-EN-COURS(lc)
                   MOVE 0 TO rcp-quantite(rc)
               ELSE
                   ADD rcp-quantite(rc) TO cde-t-recue(lc)
                   MOVE date-du-jour TO cde-t-date-reception(lc)
                   IF cde-t-recue(lc) >= cde-t-quantite(lc)
                           OR rcp-solder(rc) = 'O'
                       MOVE 'R' TO cde-t-etat(lc)
                       ADD 1 TO nb-soldees
                   ELSE
                       MOVE 'O' TO rcp-etat(rc)
                       COMPUTE rcp-reste(rc) =
                           cde-t-quantite(lc) - cde-t-recue(lc)
                   END-IF
               END-IF
           END-IF.

       *>Verrou des articles refuse (MaintenanceArticles ouvert, une
       *>vente en cours) : les entrees attendent dans la file des
       *>deductions de stock, rien ne se perd.
       entrer-en-stock.
           MOVE 'N' TO stock-en-attente.
           PERFORM verrouiller-articles.
           IF NOT VERROU-ACQUIS
               PERFORM mettre-stock-en-attente
           ELSE
               PERFORM charger-articles
               IF articles-tronques = 'O'
                   PERFORM liberer-articles
                   PERFORM mettre-stock-en-attente
               ELSE
                   PERFORM VARYING rc FROM 1 BY 1
                           UNTIL rc > nb-receptions
                       MOVE rcp-article(rc) TO code-article-cherche
                       PERFORM chercher-article
                       IF article-trouve > 0
                           ADD rcp-quantite(rc)
                               TO art-t-stock(article-trouve)
                       END-IF
                   END-PERFORM
                   PERFORM sauver-articles
                   PERFORM liberer-articles
               END-IF
           END-IF.

       mettre-stock-en-attente.
           MOVE 'O' TO stock-en-attente.
           OPEN EXTEND FICHIER-ATTENTE-STOCK.
           PERFORM VARYING rc FROM 1 BY 1 UNTIL rc > nb-receptions
               IF rcp-quantite(rc) > 0
                   MOVE SPACES TO LIGNE-ATTENTE-STOCK
                   MOVE FUNCTION CURRENT-DATE(1:14) TO AST-HORODATAGE
                   IF operateur-courant = SPACES OR LOW-VALUES
                       MOVE "INCONNU" TO AST-OPERATEUR
                   ELSE
                       MOVE operateur-courant TO AST-OPERATEUR
                   END-IF
                   MOVE saisie-numero TO AST-TICKET
                   MOVE rcp-article(rc) TO AST-ARTICLE
                   COMPUTE AST-QUANTITE = 0 - rcp-quantite(rc)
                   WRITE LIGNE-ATTENTE-STOCK
               END-IF
           END-PERFORM.
           CLOSE FICHIER-ATTENTE-STOCK.

       *>Bon de reception au spool : l'en-tete de la commande, une
       *>ligne par article recu avec ce qui reste attendu, puis le
       *>sort du stock (entre ou en attente du verrou).
       spouler-bon-reception.
           MOVE date-du-jour TO date-a-editer.
           PERFORM editer-date.
           MOVE SPACES TO texte-rapport.
           STRING "Reception cde " saisie-numero " "
               fournisseur-commande " le " date-edit
               DELIMITED BY SIZE INTO texte-rapport.
           PERFORM spouler-reception.
           PERFORM VARYING rc FROM 1 BY 1 UNTIL rc > nb-receptions
               MOVE rcp-quantite(rc) TO quantite-edit
               MOVE rcp-reste(rc) TO reste-edit
               MOVE SPACES TO texte-rapport
               IF rcp-etat(rc) = 'R'
                   STRING "Lg " rcp-ligne(rc) " " rcp-article(rc)
                       " recu " quantite-edit " soldee"
                       DELIMITED BY SIZE INTO texte-rapport
               ELSE
                   STRING "Lg " rcp-ligne(rc) " " rcp-article(rc)
                       " recu " quantite-edit " reste " reste-edit
                       DELIMITED BY SIZE INTO texte-rapport
               END-IF
               PERFORM spouler-reception
           END-PERFORM.
           MOVE nb-receptions TO compte-edit.
           MOVE SPACES TO texte-rapport.
           IF stock-en-attente = 'O'
               STRING "Reception " compte-edit
                   " ligne(s), stock en attente du verrou"
                   DELIMITED BY SIZE INTO texte-rapport
           ELSE
               STRING "Reception " compte-edit
                   " ligne(s), entree en stock"
                   DELIMITED BY SIZE INTO texte-rapport
           END-IF.
           PERFORM spouler-reception.

       editer-date.
           MOVE SPACES TO date-edit.
           STRING date-a-editer(7:2) "/" date-a-editer(5:2) "/"
               date-a-editer(1:4)
               DELIMITED BY SIZE INTO date-edit.

       COPY COMMANDE-CHARGE.

       COPY FOURNISSEUR-CHARGE.

       COPY ARTICLE-CHARGE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-commandes
           NOM-FICHIER-VERROU BY "VERROU-COMMANDES.LCK".

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-articles
           NOM-FICHIER-VERROU BY "VERROU-ARTICLES.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-commandes.

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-articles.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-reception
           NOM-PROGRAMME-JRN BY "ReceptionLivraison"
           VALEUR-SAISIE BY valeur-journal.

       COPY SPOOL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY spouler-reception
           NOM-PROGRAMME-SPL BY "ReceptionLivraison"
           TEXTE-SPOOL BY texte-rapport.
