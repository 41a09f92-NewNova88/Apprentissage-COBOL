      *>Entretien des promotions datees PROMOTIONS.DAT : en periode
      *>de soldes chacun tapait sa propre remise sur le meme article.
      *>Dans le moule de MaintenanceArticles : liste, ajout,
      *>modification et retrait d'une promotion par son code. Une
      *>promotion vise un article de ARTICLES.DAT, ou a defaut tous
      *>les articles d'un code de TVA de TAUX-TVA.DAT ; elle est une
      *>remise en % (moins de 100) ou un prix unitaire HT fixe (pour
      *>un article seulement), valable du debut a la fin inclus. Le
      *>fichier reste sous son verrou toute la seance. Reserve au
      *>responsable (profil R) des que le fichier maitre des
      *>operateurs est en service ; chaque changement part a
      *>l'historique PROMOTIONS-HISTO.DAT et au journal, et
      *>l'ancienne version a PROMOTIONS-AVANT.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintenancePromotions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PROMO-FICHIER.
           SELECT FICHIER-PROMOTIONS-AVANT
               ASSIGN TO "PROMOTIONS-AVANT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL FICHIER-HISTO-PROMOTIONS
               ASSIGN TO "PROMOTIONS-HISTO.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           COPY ARTICLE-FICHIER.
           SELECT OPTIONAL FICHIER-TAUX ASSIGN TO "TAUX-TVA.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-taux.
           SELECT FICHIER-MAITRE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-maitre.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY PROMO-FD.

       FD FICHIER-PROMOTIONS-AVANT.
       1 LIGNE-PROMOTION-AVANT PIC X(79).

       *>Historique des changements : qui a cree, modifie (C, M) ou
       *>retire (R) quelle promotion, et la promotion telle qu'elle
       *>etait apres le changement (avant, pour un retrait).
       FD FICHIER-HISTO-PROMOTIONS.
       1 LIGNE-HISTO-PROMOTION.
           2 HPR-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 HPR-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 HPR-ACTION PIC X(01).
           2 FILLER PIC X(01).
           2 HPR-PROMOTION PIC X(79).

       COPY ARTICLE-FD.

       *>Les codes de taux seuls servent au controle : toutes les
       *>generations d'un code comptent, quelles que soient leurs
       *>dates d'effet.
       FD FICHIER-TAUX.
       1 LIGNE-TAUX.
           2 TVA-CODE PIC X(02).
           2 FILLER PIC X(48).

       FD FICHIER-MAITRE.
       1 LIGNE-MAITRE PIC X(44).

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       COPY PROMO-ZONE.
       COPY ARTICLE-ZONE.
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
       77 saisie-code PIC X(06).
       77 saisie-article PIC X(08).
       77 saisie-code-tva PIC X(02).
       77 saisie-nature PIC X(01).
       77 saisie-valeur PIC 9(7)V99 VALUE 0.
       77 saisie-debut PIC 9(08) VALUE 0.
       77 saisie-fin PIC 9(08) VALUE 0.
       77 saisie-libelle PIC X(30).
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
               'Fichier des promotions occupe, reessayez plus tard.'.

       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Promotions datees ('.
           2 PIC zz9 FROM nb-promotions.
           2 VALUE ' promotions)'.
           2 LINE 3 COL 1 VALUE '1. Lister les promotions'.
           2 LINE 4 COL 1 VALUE '2. Ajouter une promotion'.
           2 LINE 5 COL 1 VALUE '3. Modifier une promotion'.
           2 LINE 6 COL 1 VALUE '4. Retirer une promotion'.
           2 LINE 7 COL 1 VALUE '9. Sauver et quitter'.
           2 LINE 8 COL 1 VALUE '0. Quitter sans sauver'.
           2 LINE 10 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-entete-liste.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Code   Article  Tx N     Valeur Debut    Fin      '.
           2 COL 52 VALUE 'Libelle'.

       1 plage-ligne-promotion.
           2 LINE ligne-ecran COL 1 PIC X(06) FROM prm-t-code(pm).
           2 COL 8 PIC X(08) FROM prm-t-article(pm).
           2 COL 17 PIC X(02) FROM prm-t-code-tva(pm).
           2 COL 20 PIC X(01) FROM prm-t-nature(pm).
           2 COL 22 PIC z(6)9.99 FROM prm-t-valeur(pm).
           2 COL 33 PIC 9(08) FROM prm-t-debut(pm).
           2 COL 42 PIC 9(08) FROM prm-t-fin(pm).
           2 COL 52 PIC X(28) FROM prm-t-libelle(pm).

       1 plage-saisie-code.
           2 LINE 12 COL 1 VALUE 'Code promotion : '.
           2 PIC X(06) TO saisie-code REQUIRED.

       1 plage-saisie-promotion.
           2 LINE 13 COL 1 VALUE 'Article (blanc = par code TVA) : '.
           2 PIC X(08) USING saisie-article.
           2 LINE 14 COL 1 VALUE 'Code TVA (si pas d''article) : '.
           2 PIC X(02) USING saisie-code-tva.
           2 LINE 15 COL 1 VALUE 'Nature (R remise %, P prix HT) : '.
           2 PIC X(01) USING saisie-nature REQUIRED.
           2 LINE 16 COL 1 VALUE 'Valeur : '.
           2 PIC 9(7)V99 USING saisie-valeur REQUIRED.
           2 LINE 17 COL 1 VALUE 'Debut (AAAAMMJJ) : '.
           2 PIC 9(08) USING saisie-debut REQUIRED.
           2 LINE 18 COL 1 VALUE 'Fin (AAAAMMJJ)   : '.
           2 PIC 9(08) USING saisie-fin REQUIRED.
           2 LINE 19 COL 1 VALUE 'Libelle du ticket : '.
           2 PIC X(30) USING saisie-libelle REQUIRED.

       1 plage-refus.
           2 LINE 21 COL 1 PIC X(50) FROM motif-refus.

       1 plage-table-tronquee.
           2 LINE 21 COL 1 VALUE
               'PROMOTIONS.DAT depasse l''editeur (200) :'.
           2 LINE 22 COL 1 VALUE ' sauvegarde REFUSEE.'.

       1 plage-sauve.
           2 LINE 21 COL 1 VALUE
               'Promotions sauvees (ancien dans PROMOTIONS-AVANT.DAT).'.

       1 plage-pause.
           2 LINE 23 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       *>Les promotions font les prix des tickets : seul le profil R
       *>les entretient, comme les articles.
       PERFORM controler-maitre.
       IF maitre-en-place = 'O' AND profil-operateur NOT = 'R'
           DISPLAY plage-refus-profil
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.
       PERFORM verrouiller-promotions.
       IF NOT VERROU-ACQUIS
           DISPLAY plage-occupe
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.

       PERFORM charger-codes-tva.
       PERFORM charger-articles.
       PERFORM charger-promotions.
       PERFORM UNTIL choix-action = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           EVALUATE choix-action
               WHEN 1
                   PERFORM lister-promotions
               WHEN 2
                   PERFORM ajouter-promotion
               WHEN 3
                   PERFORM modifier-promotion
               WHEN 4
                   PERFORM retirer-promotion
               WHEN 9
                   PERFORM valider-et-sauver
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       PERFORM liberer-promotions.
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

       lister-promotions.
           DISPLAY plage-entete-liste.
           MOVE 2 TO ligne-ecran.
           PERFORM VARYING pm FROM 1 BY 1 UNTIL pm > nb-promotions
               IF ligne-ecran > 20
                   DISPLAY plage-pause
                   ACCEPT plage-pause
                   DISPLAY plage-entete-liste
                   MOVE 2 TO ligne-ecran
               END-IF
               DISPLAY plage-ligne-promotion
               ADD 1 TO ligne-ecran
           END-PERFORM.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       saisir-code.
           MOVE SPACES TO saisie-code.
           DISPLAY plage-saisie-code.
           ACCEPT plage-saisie-code.
           MOVE FUNCTION UPPER-CASE(saisie-code) TO saisie-code.
           MOVE saisie-code TO code-promotion-cherche.
           PERFORM chercher-promotion.

       ajouter-promotion.
           PERFORM saisir-code.
           EVALUATE TRUE
               WHEN promotion-trouvee > 0
                   MOVE "Code promotion deja pris." TO motif-refus
                   DISPLAY plage-refus
               WHEN nb-promotions >= 200
                   MOVE "Fichier plein (200 promotions)." TO motif-refus
                   DISPLAY plage-refus
               WHEN OTHER
                   MOVE SPACES TO saisie-article saisie-code-tva
                       saisie-libelle
                   MOVE 'R' TO saisie-nature
                   MOVE 0 TO saisie-valeur saisie-debut saisie-fin
                   PERFORM saisir-promotion
                   IF saisie-refusee = 'N'
                       ADD 1 TO nb-promotions
                       MOVE nb-promotions TO pm
                       MOVE saisie-code TO prm-t-code(pm)
                       PERFORM ranger-saisie
                       MOVE 'C' TO action-histo
                       PERFORM historiser-promotion
                   END-IF
           END-EVALUATE.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       modifier-promotion.
           PERFORM saisir-code.
           IF promotion-trouvee = 0
               MOVE "Code promotion inconnu." TO motif-refus
               DISPLAY plage-refus
           ELSE
               MOVE promotion-trouvee TO pm
               MOVE prm-t-article(pm) TO saisie-article
               MOVE prm-t-code-tva(pm) TO saisie-code-tva
               MOVE prm-t-nature(pm) TO saisie-nature
               MOVE prm-t-valeur(pm) TO saisie-valeur
               MOVE prm-t-debut(pm) TO saisie-debut
               MOVE prm-t-fin(pm) TO saisie-fin
               MOVE prm-t-libelle(pm) TO saisie-libelle
               PERFORM saisir-promotion
               IF saisie-refusee = 'N'
                   MOVE promotion-trouvee TO pm
                   PERFORM ranger-saisie
                   MOVE 'M' TO action-histo
                   PERFORM historiser-promotion
               END-IF
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       retirer-promotion.
           PERFORM saisir-code.
           IF promotion-trouvee = 0
               MOVE "Code promotion inconnu." TO motif-refus
               DISPLAY plage-refus
           ELSE
               MOVE promotion-trouvee TO pm
               MOVE 'R' TO action-histo
               PERFORM historiser-promotion
               PERFORM VARYING pm FROM promotion-trouvee BY 1
                       UNTIL pm >= nb-promotions
                   MOVE promotion(pm + 1) TO promotion(pm)
               END-PERFORM
               SUBTRACT 1 FROM nb-promotions
               MOVE 'O' TO modifie
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Saisie et controles d'une promotion ; le premier refus
       *>rencontre est affiche.
       saisir-promotion.
           MOVE 'O' TO saisie-refusee.
           DISPLAY plage-saisie-promotion.
           ACCEPT plage-saisie-promotion.
           MOVE FUNCTION UPPER-CASE(saisie-article) TO saisie-article.
           MOVE FUNCTION UPPER-CASE(saisie-code-tva) TO saisie-code-tva.
           MOVE FUNCTION UPPER-CASE(saisie-nature) TO saisie-nature.
           MOVE 0 TO article-trouve.
           IF saisie-article NOT = SPACES
               MOVE saisie-article TO code-article-cherche
               PERFORM chercher-article
           END-IF.
           MOVE 'N' TO code-tva-trouve.
           PERFORM VARYING t FROM 1 BY 1 UNTIL t > nb-codes-tva
               IF code-tva-connu(t) = saisie-code-tva
                   MOVE 'O' TO code-tva-trouve
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN saisie-article = SPACES AND saisie-code-tva = SPACES
                   MOVE "Article ou code TVA a renseigner."
                       TO motif-refus
               WHEN saisie-article NOT = SPACES
                       AND saisie-code-tva NOT = SPACES
                   MOVE "Article OU code TVA, pas les deux."
                       TO motif-refus
               WHEN saisie-article NOT = SPACES AND article-trouve = 0
                   MOVE "Article absent de ARTICLES.DAT." TO motif-refus
               WHEN saisie-code-tva NOT = SPACES
                       AND code-tva-trouve NOT = 'O'
                   MOVE "Code TVA absent de TAUX-TVA.DAT."
                       TO motif-refus
               WHEN saisie-nature NOT = 'R' AND saisie-nature NOT = 'P'
                   MOVE "Nature R (remise %) ou P (prix HT fixe)."
                       TO motif-refus
               WHEN saisie-nature = 'P' AND saisie-article = SPACES
                   MOVE "Un prix fixe ne vise qu'un article."
                       TO motif-refus
               WHEN saisie-valeur = 0
                   MOVE "Valeur nulle refusee." TO motif-refus
               WHEN saisie-nature = 'R' AND saisie-valeur >= 100
                   MOVE "Remise de 100 % ou plus refusee."
                       TO motif-refus
               WHEN FUNCTION TEST-DATE-YYYYMMDD(saisie-debut) NOT = 0
                       OR FUNCTION TEST-DATE-YYYYMMDD(saisie-fin)
                           NOT = 0
                   MOVE "Date de debut ou de fin invalide."
                       TO motif-refus
               WHEN saisie-fin < saisie-debut
                   MOVE "Fin avant le debut." TO motif-refus
               WHEN OTHER
                   MOVE 'N' TO saisie-refusee
           END-EVALUATE.
           IF saisie-refusee = 'O'
               DISPLAY plage-refus
           END-IF.

       ranger-saisie.
           MOVE saisie-article TO prm-t-article(pm).
           MOVE saisie-code-tva TO prm-t-code-tva(pm).
           MOVE saisie-nature TO prm-t-nature(pm).
           MOVE saisie-valeur TO prm-t-valeur(pm).
           MOVE saisie-debut TO prm-t-debut(pm).
           MOVE saisie-fin TO prm-t-fin(pm).
           MOVE saisie-libelle TO prm-t-libelle(pm).
           MOVE 'O' TO modifie.

       historiser-promotion.
           OPEN EXTEND FICHIER-HISTO-PROMOTIONS.
           MOVE SPACES TO LIGNE-HISTO-PROMOTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO HPR-HORODATAGE.
           IF operateur-courant = SPACES OR LOW-VALUES
               MOVE "INCONNU" TO HPR-OPERATEUR
           ELSE
               MOVE operateur-courant TO HPR-OPERATEUR
           END-IF.
           MOVE action-histo TO HPR-ACTION.
           MOVE SPACES TO LIGNE-PROMOTION.
           MOVE prm-t-code(pm) TO PRM-CODE.
           MOVE prm-t-article(pm) TO PRM-ARTICLE.
           MOVE prm-t-code-tva(pm) TO PRM-CODE-TVA.
           MOVE prm-t-nature(pm) TO PRM-NATURE.
           MOVE prm-t-valeur(pm) TO PRM-VALEUR.
           MOVE prm-t-debut(pm) TO PRM-DEBUT.
           MOVE prm-t-fin(pm) TO PRM-FIN.
           MOVE prm-t-libelle(pm) TO PRM-LIBELLE.
           MOVE LIGNE-PROMOTION TO HPR-PROMOTION.
           WRITE LIGNE-HISTO-PROMOTION.
           CLOSE FICHIER-HISTO-PROMOTIONS.
           MOVE SPACES TO valeur-journal.
           STRING action-histo " " prm-t-code(pm) " "
               prm-t-nature(pm) " " prm-t-debut(pm)
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-promotion.

       valider-et-sauver.
           IF promotions-tronquees = 'O'
               DISPLAY plage-table-tronquee
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               IF modifie = 'O'
                   PERFORM sauver-ancienne-version
                   PERFORM sauver-promotions
               END-IF
               DISPLAY plage-sauve
               DISPLAY plage-pause
               ACCEPT plage-pause
               MOVE 0 TO choix-action
           END-IF.

       *>Copie de l'ancien fichier avant remplacement, comme
       *>ARTICLES-AVANT.DAT.
       sauver-ancienne-version.
           MOVE 'N' TO fin-promotions.
           OPEN INPUT FICHIER-PROMOTIONS.
           OPEN OUTPUT FICHIER-PROMOTIONS-AVANT.
           IF statut-promotions(1:1) = "0"
               READ FICHIER-PROMOTIONS
                   AT END MOVE 'O' TO fin-promotions
               END-READ
               PERFORM UNTIL fin-promotions = 'O'
                   MOVE LIGNE-PROMOTION TO LIGNE-PROMOTION-AVANT
                   WRITE LIGNE-PROMOTION-AVANT
                   READ FICHIER-PROMOTIONS
                       AT END MOVE 'O' TO fin-promotions
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PROMOTIONS
           END-IF.
           CLOSE FICHIER-PROMOTIONS-AVANT.

       COPY PROMO-CHARGE.

       COPY ARTICLE-CHARGE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-promotions
           NOM-FICHIER-VERROU BY "VERROU-PROMOTIONS.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-promotions.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-promotion
           NOM-PROGRAMME-JRN BY "MaintenancePromotions"
           VALEUR-SAISIE BY valeur-journal.
