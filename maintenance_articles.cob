      *>Entretien du fichier des articles ARTICLES.DAT : le stock
      *>vivait dans un cahier a part et un ticket ne disait pas ce
      *>qui avait ete vendu. Dans le moule de MaintenanceRecurrentes :
      *>liste, ajout, modification et retrait d'un article par son
      *>code. Le prix HT doit etre positif, le code de TVA l'un de
      *>ceux de TAUX-TVA.DAT, l'unite renseignee (PCE par defaut) ;
      *>le prix d'achat HT sert a valoriser les ecarts d'inventaire.
      *>Un seuil de reapprovisionnement non nul demande une quantite
      *>a commander et un fournisseur principal connu de
      *>FOURNISSEURS.DAT (CommandesFournisseurs s'en sert).
      *>La quantite en stock se corrige ici a la reception ou a
      *>l'inventaire ; CalculPrix la deduit a chaque ticket. Le
      *>fichier reste sous son verrou toute la seance (les tickets
      *>de la seance mettent leur deduction en attente). Reserve au
      *>responsable (profil R) des que le fichier maitre des
      *>operateurs est en service ; chaque changement part a
      *>l'historique ARTICLES-HISTO.DAT et au journal, et l'ancienne
      *>version a ARTICLES-AVANT.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintenanceArticles.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ARTICLE-FICHIER.
           SELECT FICHIER-ARTICLES-AVANT
               ASSIGN TO "ARTICLES-AVANT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL FICHIER-HISTO-ARTICLES
               ASSIGN TO "ARTICLES-HISTO.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL FICHIER-TAUX ASSIGN TO "TAUX-TVA.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-taux.
           COPY FOURNISSEUR-FICHIER.
           SELECT FICHIER-MAITRE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-maitre.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY ARTICLE-FD.

       FD FICHIER-ARTICLES-AVANT.
       1 LIGNE-ARTICLE-AVANT PIC X(105).

       *>Historique des changements : qui a cree, modifie (C, M) ou
       *>retire (R) quel article, et l'article tel qu'il etait apres
       *>le changement (avant, pour un retrait).
       FD FICHIER-HISTO-ARTICLES.
       1 LIGNE-HISTO-ARTICLE.
           2 HAR-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 HAR-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 HAR-ACTION PIC X(01).
           2 FILLER PIC X(01).
           2 HAR-ARTICLE PIC X(105).

       *>Les codes de taux seuls servent au controle : toutes les
       *>generations d'un code comptent, quelles que soient leurs
       *>dates d'effet.
       FD FICHIER-TAUX.
       1 LIGNE-TAUX.
           2 TVA-CODE PIC X(02).
           2 FILLER PIC X(48).

       COPY FOURNISSEUR-FD.

       FD FICHIER-MAITRE.
       1 LIGNE-MAITRE PIC X(44).

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       COPY ARTICLE-ZONE.
       COPY FOURNISSEUR-ZONE.
       77 statut-maitre PIC X(02).
       77 maitre-en-place PIC X(01) VALUE 'N'.
       77 statut-taux PIC X(02).
       77 fin-taux PIC X(01) VALUE 'N'.
       77 nb-codes-tva PIC 99 VALUE 0.
       77 t PIC 99.
       77 code-tva-trouve PIC X(01).
       1 codes-tva.
           2 code-tva-connu PIC X(02) OCCURS 20.

       77 choix-action PIC 9 VALUE 9.
       77 saisie-code PIC X(08).
       77 saisie-designation PIC X(30).
       77 saisie-prix PIC 9(7)V99 VALUE 0.
       77 saisie-code-tva PIC X(02).
       77 saisie-stock PIC S9(7)V99 VALUE 0.
       77 saisie-unite PIC X(03).
       77 saisie-prix-achat PIC 9(7)V99 VALUE 0.
       77 saisie-seuil PIC 9(7)V99 VALUE 0.
       77 saisie-qte-reappro PIC 9(7)V99 VALUE 0.
       77 saisie-fournisseur PIC X(08).
       77 saisie-refusee PIC X(01).
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
               'Fichier des articles occupe, reessayez plus tard.'.

       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Articles et stock ('.
           2 PIC zzz9 FROM nb-articles.
           2 VALUE ' articles)'.
           2 LINE 3 COL 1 VALUE '1. Lister les articles'.
           2 LINE 4 COL 1 VALUE '2. Ajouter un article'.
           2 LINE 5 COL 1 VALUE '3. Modifier un article'.
           2 LINE 6 COL 1 VALUE '4. Retirer un article'.
           2 LINE 7 COL 1 VALUE '9. Sauver et quitter'.
           2 LINE 8 COL 1 VALUE '0. Quitter sans sauver'.
           2 LINE 10 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-entete-liste.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Code     Designation                     Prix HT Tx'.
           2 COL 53 VALUE '      Stock Un.'.

       1 plage-ligne-article.
           2 LINE ligne-ecran COL 1 PIC X(08) FROM art-t-code(ar).
           2 COL 10 PIC X(30) FROM art-t-designation(ar).
           2 COL 41 PIC z(6)9.99 FROM art-t-prix-ht(ar).
           2 COL 52 PIC X(02) FROM art-t-code-tva(ar).
           2 COL 55 PIC -(7)9.99 FROM art-t-stock(ar).
           2 COL 67 PIC X(03) FROM art-t-unite(ar).

       1 plage-saisie-code.
           2 LINE 12 COL 1 VALUE 'Code article : '.
           2 PIC X(08) TO saisie-code REQUIRED.

       1 plage-saisie-article.
           2 LINE 13 COL 1 VALUE 'Designation : '.
           2 PIC X(30) USING saisie-designation REQUIRED.
           2 LINE 14 COL 1 VALUE 'Prix unitaire HT : '.
           2 PIC 9(7)V99 USING saisie-prix REQUIRED.
           2 LINE 15 COL 1 VALUE 'Code TVA : '.
           2 PIC X(02) USING saisie-code-tva REQUIRED.
           2 LINE 16 COL 1 VALUE 'Quantite en stock (signee) : '.
           2 PIC S9(7)V99 USING saisie-stock.
           2 LINE 17 COL 1 VALUE 'Unite (PCE, KG, L, M...) : '.
           2 PIC X(03) USING saisie-unite.
           2 LINE 18 COL 1 VALUE 'Prix d''achat unitaire HT : '.
           2 PIC 9(7)V99 USING saisie-prix-achat.
           2 LINE 19 COL 1 VALUE 'Seuil de reappro (0 = aucun) : '.
           2 PIC 9(7)V99 USING saisie-seuil.
           2 COL 45 VALUE 'A commander : '.
           2 PIC 9(7)V99 USING saisie-qte-reappro.
           2 LINE 20 COL 1 VALUE 'Fournisseur principal : '.
           2 PIC X(08) USING saisie-fournisseur.

       1 plage-code-existe.
           2 LINE 21 COL 1 VALUE 'Code article deja pris.'.

       1 plage-code-absent.
           2 LINE 21 COL 1 VALUE 'Code article inconnu.'.

       1 plage-prix-nul.
           2 LINE 21 COL 1 VALUE 'Prix HT nul refuse.'.

       1 plage-tva-invalide.
           2 LINE 21 COL 1 VALUE
               'Code TVA absent de TAUX-TVA.DAT.'.

       1 plage-reappro-incomplet.
           2 LINE 21 COL 1 VALUE
               'Seuil sans quantite a commander ni fournisseur.'.

       1 plage-fournisseur-inconnu.
           2 LINE 21 COL 1 VALUE
               'Fournisseur absent de FOURNISSEURS.DAT.'.

       1 plage-table-pleine.
           2 LINE 21 COL 1 VALUE 'Fichier plein (500 articles).'.

       1 plage-table-tronquee.
           2 LINE 21 COL 1 VALUE
               'ARTICLES.DAT depasse l''editeur (500 articles) :'.
           2 LINE 22 COL 1 VALUE ' sauvegarde REFUSEE.'.

       1 plage-sauve.
           2 LINE 21 COL 1 VALUE
               'Articles sauves (ancien dans ARTICLES-AVANT.DAT).'.

       1 plage-pause.
           2 LINE 23 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       *>Les prix font les tickets : seul le profil R les entretient,
       *>comme l'echeancier des recurrentes.
       PERFORM controler-maitre.
       IF maitre-en-place = 'O' AND profil-operateur NOT = 'R'
           DISPLAY plage-refus-profil
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.
       PERFORM verrouiller-articles.
       IF NOT VERROU-ACQUIS
           DISPLAY plage-occupe
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.

       PERFORM charger-codes-tva.
       PERFORM charger-fournisseurs.
       PERFORM charger-articles.
       PERFORM UNTIL choix-action = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           EVALUATE choix-action
               WHEN 1
                   PERFORM lister-articles
               WHEN 2
                   PERFORM ajouter-article
               WHEN 3
                   PERFORM modifier-article
               WHEN 4
                   PERFORM retirer-article
               WHEN 9
                   PERFORM valider-et-sauver
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       PERFORM liberer-articles.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis MenuOutils.
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

       charger-codes-tva.
           MOVE 0 TO nb-codes-tva.
           MOVE 'N' TO fin-taux.
           OPEN INPUT FICHIER-TAUX.
           IF statut-taux(1:1) = "0"
               READ FICHIER-TAUX
                   AT END MOVE 'O' TO fin-taux
               END-READ
               PERFORM UNTIL fin-taux = 'O'
                   IF TVA-CODE NOT = SPACES AND nb-codes-tva < 20
                       ADD 1 TO nb-codes-tva
                       MOVE TVA-CODE TO code-tva-connu(nb-codes-tva)
                   END-IF
                   READ FICHIER-TAUX
                       AT END MOVE 'O' TO fin-taux
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TAUX
           END-IF.

       lister-articles.
           DISPLAY plage-entete-liste.
           MOVE 2 TO ligne-ecran.
           PERFORM VARYING ar FROM 1 BY 1 UNTIL ar > nb-articles
               IF ligne-ecran > 20
                   DISPLAY plage-pause
                   ACCEPT plage-pause
                   DISPLAY plage-entete-liste
                   MOVE 2 TO ligne-ecran
               END-IF
               DISPLAY plage-ligne-article
               ADD 1 TO ligne-ecran
           END-PERFORM.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       saisir-code.
           MOVE SPACES TO saisie-code.
           DISPLAY plage-saisie-code.
           ACCEPT plage-saisie-code.
           MOVE FUNCTION UPPER-CASE(saisie-code) TO saisie-code.
           MOVE saisie-code TO code-article-cherche.
           PERFORM chercher-article.

       ajouter-article.
           PERFORM saisir-code.
           EVALUATE TRUE
               WHEN article-trouve > 0
                   DISPLAY plage-code-existe
               WHEN nb-articles >= 500
                   DISPLAY plage-table-pleine
               WHEN OTHER
                   MOVE SPACES TO saisie-designation saisie-code-tva
                   MOVE "PCE" TO saisie-unite
                   MOVE SPACES TO saisie-fournisseur
                   MOVE 0 TO saisie-prix saisie-stock
                       saisie-prix-achat saisie-seuil saisie-qte-reappro
                   PERFORM saisir-article
                   IF saisie-refusee = 'N'
                       ADD 1 TO nb-articles
                       MOVE nb-articles TO ar
                       MOVE saisie-code TO art-t-code(ar)
                       PERFORM ranger-saisie
                       MOVE 'C' TO action-histo
                       PERFORM historiser-article
                   END-IF
           END-EVALUATE.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       modifier-article.
           PERFORM saisir-code.
           IF article-trouve = 0
               DISPLAY plage-code-absent
           ELSE
               MOVE article-trouve TO ar
               MOVE art-t-designation(ar) TO saisie-designation
               MOVE art-t-prix-ht(ar) TO saisie-prix
               MOVE art-t-code-tva(ar) TO saisie-code-tva
               MOVE art-t-stock(ar) TO saisie-stock
               MOVE art-t-unite(ar) TO saisie-unite
               MOVE art-t-prix-achat(ar) TO saisie-prix-achat
               MOVE art-t-seuil(ar) TO saisie-seuil
               MOVE art-t-qte-reappro(ar) TO saisie-qte-reappro
               MOVE art-t-fournisseur(ar) TO saisie-fournisseur
               PERFORM saisir-article
               IF saisie-refusee = 'N'
                   MOVE article-trouve TO ar
                   PERFORM ranger-saisie
                   MOVE 'M' TO action-histo
                   PERFORM historiser-article
               END-IF
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       retirer-article.
           PERFORM saisir-code.
           IF article-trouve = 0
               DISPLAY plage-code-absent
           ELSE
               MOVE article-trouve TO ar
               MOVE 'R' TO action-histo
               PERFORM historiser-article
               PERFORM VARYING ar FROM article-trouve BY 1
                       UNTIL ar >= nb-articles
                   MOVE article(ar + 1) TO article(ar)
               END-PERFORM
               SUBTRACT 1 FROM nb-articles
               MOVE 'O' TO modifie
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Saisie et controles d'un article ; le premier refus
       *>rencontre est affiche.
       saisir-article.
           MOVE 'O' TO saisie-refusee.
           DISPLAY plage-saisie-article.
           ACCEPT plage-saisie-article.
           MOVE FUNCTION UPPER-CASE(saisie-code-tva) TO saisie-code-tva.
           MOVE FUNCTION UPPER-CASE(saisie-unite) TO saisie-unite.
           IF saisie-unite = SPACES
               MOVE "PCE" TO saisie-unite
           END-IF.
           MOVE FUNCTION UPPER-CASE(saisie-fournisseur)
               TO saisie-fournisseur.
           MOVE saisie-fournisseur TO code-fournisseur-cherche.
           PERFORM chercher-fournisseur.
           MOVE 'N' TO code-tva-trouve.
           PERFORM VARYING t FROM 1 BY 1 UNTIL t > nb-codes-tva
               IF code-tva-connu(t) = saisie-code-tva
                   MOVE 'O' TO code-tva-trouve
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN saisie-prix = 0
                   DISPLAY plage-prix-nul
               WHEN code-tva-trouve NOT = 'O'
                   DISPLAY plage-tva-invalide
               WHEN saisie-seuil > 0 AND (saisie-qte-reappro = 0
                       OR saisie-fournisseur = SPACES)
                   DISPLAY plage-reappro-incomplet
               WHEN saisie-fournisseur NOT = SPACES
                       AND fournisseur-trouve = 0
                   DISPLAY plage-fournisseur-inconnu
               WHEN OTHER
                   MOVE 'N' TO saisie-refusee
           END-EVALUATE.

       ranger-saisie.
           MOVE saisie-designation TO art-t-designation(ar).
           MOVE saisie-prix TO art-t-prix-ht(ar).
           MOVE saisie-code-tva TO art-t-code-tva(ar).
           MOVE saisie-stock TO art-t-stock(ar).
           MOVE saisie-unite TO art-t-unite(ar).
           MOVE saisie-prix-achat TO art-t-prix-achat(ar).
           MOVE saisie-seuil TO art-t-seuil(ar).
           MOVE saisie-qte-reappro TO art-t-qte-reappro(ar).
           MOVE saisie-fournisseur TO art-t-fournisseur(ar).
           MOVE 'O' TO modifie.

       historiser-article.
           OPEN EXTEND FICHIER-HISTO-ARTICLES.
           MOVE SPACES TO LIGNE-HISTO-ARTICLE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO HAR-HORODATAGE.
           IF operateur-courant = SPACES OR LOW-VALUES
               MOVE "INCONNU" TO HAR-OPERATEUR
           ELSE
               MOVE operateur-courant TO HAR-OPERATEUR
           END-IF.
           MOVE action-histo TO HAR-ACTION.
           MOVE SPACES TO LIGNE-ARTICLE.
           MOVE art-t-code(ar) TO ART-CODE.
           MOVE art-t-designation(ar) TO ART-DESIGNATION.
           MOVE art-t-prix-ht(ar) TO ART-PRIX-HT.
           MOVE art-t-code-tva(ar) TO ART-CODE-TVA.
           MOVE art-t-stock(ar) TO ART-STOCK.
           MOVE art-t-unite(ar) TO ART-UNITE.
           MOVE art-t-prix-achat(ar) TO ART-PRIX-ACHAT.
           MOVE art-t-seuil(ar) TO ART-SEUIL.
           MOVE art-t-qte-reappro(ar) TO ART-QTE-REAPPRO.
           MOVE art-t-fournisseur(ar) TO ART-FOURNISSEUR.
           MOVE LIGNE-ARTICLE TO HAR-ARTICLE.
           WRITE LIGNE-HISTO-ARTICLE.
           CLOSE FICHIER-HISTO-ARTICLES.
           MOVE SPACES TO valeur-journal.
           STRING action-histo " " art-t-code(ar) " "
               art-t-code-tva(ar)
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-article.

       valider-et-sauver.
           IF articles-tronques = 'O'
               DISPLAY plage-table-tronquee
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               IF modifie = 'O'
                   PERFORM sauver-ancienne-version
                   PERFORM sauver-articles
               END-IF
               DISPLAY plage-sauve
               DISPLAY plage-pause
               ACCEPT plage-pause
               MOVE 0 TO choix-action
           END-IF.

       *>Copie de l'ancien fichier avant remplacement, comme
       *>RECURRENTES-AVANT.DAT.
       sauver-ancienne-version.
           MOVE 'N' TO fin-articles.
           OPEN INPUT FICHIER-ARTICLES.
           OPEN OUTPUT FICHIER-ARTICLES-AVANT.
           IF statut-articles(1:1) = "0"
               READ FICHIER-ARTICLES
                   AT END MOVE 'O' TO fin-articles
               END-READ
               PERFORM UNTIL fin-articles = 'O'
                   MOVE LIGNE-ARTICLE TO LIGNE-ARTICLE-AVANT
                   WRITE LIGNE-ARTICLE-AVANT
                   READ FICHIER-ARTICLES
                       AT END MOVE 'O' TO fin-articles
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ARTICLES
           END-IF.
           CLOSE FICHIER-ARTICLES-AVANT.

       COPY ARTICLE-CHARGE.

       COPY FOURNISSEUR-CHARGE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-articles
           NOM-FICHIER-VERROU BY "VERROU-ARTICLES.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-articles.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-article
           NOM-PROGRAMME-JRN BY "MaintenanceArticles"
           VALEUR-SAISIE BY valeur-journal.
