      *>Inventaire physique : deux fois l'an on compte le magasin.
      *>Les etiquettes d'inventaire sortent deja numerotees de
      *>BoucleBooléenne (avec leur cle) et d'EtiquettesRayon, mais
      *>les feuilles de comptage n'etaient comparees a rien. Ici le
      *>responsable ouvre un inventaire : les quantites theoriques
      *>d'ARTICLES.DAT sont gelees dans INVENTAIRE.DAT. Les
      *>compteurs, chacun a son poste, saisissent ensuite leurs
      *>quantites par numero d'etiquette (l'article est donne a la
      *>premiere saisie de l'etiquette, la cle imprimee est
      *>controlee) ou directement par code article ; chaque saisie
      *>s'ajoute a INVENTAIRE-COMPTAGES.DAT, et un recomptage
      *>remplace tout ce qui avait ete compte sur la meme etiquette
      *>(ou le meme article sans etiquette). L'etat des ecarts
      *>compare le compte au gele, en quantite et en valeur au prix
      *>d'achat (prix de vente HT, marque d'une etoile, pour un
      *>article qui n'a pas encore de prix d'achat), et s'inscrit au
      *>catalogue. La validation, sous seconde signature, ajoute
      *>l'ecart (compte - gele) au stock de chaque article compte :
      *>les ventes passees depuis le gel restent deduites. L'ecart
      *>en valeur part au compte d'ajustement de stock AJUSTSTK du
      *>grand livre (operation I) ; livre occupe, il part en file
      *>d'attente. Un article non compte garde son stock. En mode
      *>formation tout se simule, rien n'est ecrit.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InventaireStock.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHIER-INVENTAIRE
               ASSIGN TO "INVENTAIRE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-inventaire.
           SELECT OPTIONAL FICHIER-COMPTAGES
               ASSIGN TO "INVENTAIRE-COMPTAGES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-comptages.
           SELECT OPTIONAL FICHIER-ATTENTE
               ASSIGN TO "ATTENTE-CALCULSOMME.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-attente.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY ARTICLE-FICHIER.
           COPY LIVRE-FICHIER.
           COPY COMPTES-FICHIER.
           COPY VERROU-FICHIER.
           COPY APPROBATION-FICHIER.
           COPY JOURNAL-FICHIER.
           COPY CATALOGUE-FICHIER.
           COPY CLE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       *>L'inventaire courant (ou le dernier) : une ligne d'en-tete
       *>E, puis une ligne A par article gele a l'ouverture.
       FD FICHIER-INVENTAIRE.
       1 LIGNE-INVENTAIRE.
           2 INV-TYPE PIC X(01).
           2 FILLER PIC X(01).
           2 INV-ARTICLE PIC X(08).
           2 FILLER PIC X(01).
           2 INV-DESIGNATION PIC X(30).
           2 FILLER PIC X(01).
           2 INV-STOCK-GELE PIC S9(7)V99.
           2 FILLER PIC X(01).
           2 INV-PRIX-ACHAT PIC 9(7)V99.
           2 FILLER PIC X(01).
           2 INV-PRIX-HT PIC 9(7)V99.
           2 FILLER PIC X(01).
           2 INV-UNITE PIC X(03).
       *>Etat O = ouvert, V = valide, A = abandonne.
       1 ENTETE-INVENTAIRE.
           2 INE-TYPE PIC X(01).
           2 FILLER PIC X(01).
           2 INE-OUVERTURE PIC X(14).
           2 FILLER PIC X(01).
           2 INE-ETAT PIC X(01).
           2 FILLER PIC X(01).
           2 INE-OUVREUR PIC X(08).
           2 FILLER PIC X(01).
           2 INE-CLOTURE PIC X(14).
           2 FILLER PIC X(01).
           2 INE-APPROBATEUR PIC X(08).

       *>Une saisie de comptage : l'inventaire auquel elle
       *>appartient (horodatage d'ouverture), qui l'a faite, C =
       *>comptage qui s'ajoute ou R = recomptage qui remplace,
       *>l'etiquette (0 = saisie par article), l'article et la
       *>quantite comptee.
       FD FICHIER-COMPTAGES.
       1 LIGNE-COMPTAGE.
           2 CMP-INVENTAIRE PIC X(14).
           2 FILLER PIC X(01).
           2 CMP-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 CMP-COMPTEUR PIC X(08).
           2 FILLER PIC X(01).
           2 CMP-NATURE PIC X(01).
           2 FILLER PIC X(01).
           2 CMP-ETIQUETTE PIC 9(06).
           2 FILLER PIC X(01).
           2 CMP-ARTICLE PIC X(08).
           2 FILLER PIC X(01).
           2 CMP-QUANTITE PIC 9(7)V99.

       *>File d'attente des postes refuses, meme dessin que dans
       *>CALCULSOMME.
       COPY ATTENTE-FD.

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

       COPY ARTICLE-FD.

       COPY LIVRE-FD.

       COPY COMPTES-FD.

       COPY VERROU-FD.

       COPY APPROBATION-FD.

       COPY JOURNAL-FD.

       COPY CATALOGUE-FD.

       COPY CLE-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       COPY APPROBATION-ZONE.
       COPY COMPTES-ZONE.
       COPY LIVRE-ZONE.
       COPY DESSIN-ZONE.
       COPY ARTICLE-ZONE.
       77 statut-inventaire PIC X(02).
       77 statut-attente PIC X(02).
       77 statut-comptages PIC X(02).
       77 fin-inventaire PIC X(01) VALUE 'N'.
       77 fin-comptages PIC X(01) VALUE 'N'.
       77 maitre-en-place PIC X(01) VALUE 'N'.
       77 compte-inventaire PIC X(08) VALUE "AJUSTSTK".

       *>En-tete de l'inventaire tel que relu dans INVENTAIRE.DAT.
       77 inventaire-present PIC X(01) VALUE 'N'.
       77 ouverture-inventaire PIC X(14) VALUE SPACES.
       77 etat-inventaire PIC X(01) VALUE SPACE.
           88 INVENTAIRE-OUVERT VALUE 'O'.
           88 INVENTAIRE-VALIDE VALUE 'V'.
           88 INVENTAIRE-ABANDONNE VALUE 'A'.
       77 ouvreur-inventaire PIC X(08) VALUE SPACES.
       77 cloture-inventaire PIC X(14) VALUE SPACES.
       77 approbateur-inventaire PIC X(08) VALUE SPACES.
       77 libelle-etat-inventaire PIC X(10) VALUE SPACES.

       *>Articles geles a l'ouverture, et ce qui en a ete compte.
       77 nb-geles PIC 9(4) VALUE 0.
       77 gl PIC 9(4).
       77 gele-trouve PIC 9(4) VALUE 0.
       1 table-gelee.
           2 article-gele OCCURS 500.
               3 gel-code PIC X(08).
               3 gel-designation PIC X(30).
               3 gel-stock PIC S9(7)V99.
               3 gel-prix-achat PIC 9(7)V99.
               3 gel-prix-ht PIC 9(7)V99.
               3 gel-unite PIC X(03).
               3 gel-compte PIC 9(7)V99.
               3 gel-compte-saisi PIC X(01).

       *>Cumul par support de comptage : une etiquette, ou un article
       *>compte sans etiquette (etiquette 0). Au-dela de la table,
       *>supports-tronques interdit la validation.
       77 nb-supports PIC 9(4) VALUE 0.
       77 sp PIC 9(4).
       77 support-trouve PIC 9(4) VALUE 0.
       77 supports-tronques PIC X(01) VALUE 'N'.
       1 table-supports.
           2 support-comptage OCCURS 2000.
               3 sup-etiquette PIC 9(06).
               3 sup-article PIC X(08).
               3 sup-quantite PIC 9(7)V99.
       77 etiquette-cherchee PIC 9(06).
       *>Le comptage a cumuler (saisi ou relu).
       77 comptage-etiquette PIC 9(06).
       77 comptage-article PIC X(08).
       77 comptage-quantite PIC 9(7)V99.
       77 comptage-nature PIC X(01).
       77 article-support PIC X(08).

       *>Cle de controle d'une etiquette : meme calcul que
       *>BoucleBooléenne (somme ponderee 3-1, complement a 10).
       *>Sans cle, l'etiquette n'est admise que pendant la
       *>transition (CLES-TRANSITION.DAT).
       COPY CLE-ZONE.

       *>Saisie d'un comptage.
       77 saisie-etiquette PIC 9(06) VALUE 0.
       77 saisie-cle PIC X(01) VALUE SPACE.
       77 saisie-article PIC X(08) VALUE SPACES.
       77 saisie-quantite PIC 9(7)V99 VALUE 0.
       77 saisie-recomptage PIC X(01) VALUE 'N'.
       77 fin-saisie PIC X(01) VALUE 'N'.
       77 libelle-refus PIC X(60) VALUE SPACES.
       77 cumul-support PIC 9(7)V99 VALUE 0.

       *>Ecarts et valeurs de l'inventaire.
       77 ecart-quantite PIC S9(7)V99.
       77 prix-valorisation PIC 9(7)V99.
       77 ecart-valeur PIC S9(9)V99.
       77 nb-comptes-saisis PIC 9(4) VALUE 0.
       77 nb-non-comptes PIC 9(4) VALUE 0.
       77 nb-ecarts PIC 9(4) VALUE 0.
       77 nb-sans-prix-achat PIC 9(4) VALUE 0.
       77 valeur-theorique PIC S9(11)V99 VALUE 0.
       77 valeur-comptee PIC S9(11)V99 VALUE 0.
       77 total-ecart-valeur PIC S9(11)V99 VALUE 0.
       77 ecarts-positifs PIC S9(11)V99 VALUE 0.
       77 ecarts-negatifs PIC S9(11)V99 VALUE 0.
       77 nb-ajustes PIC 9(4) VALUE 0.
       77 nb-retires PIC 9(4) VALUE 0.

       77 choix-action PIC 9 VALUE 9.
       77 confirmation PIC X(01) VALUE 'N'.
       77 touche PIC X(01).
       77 horodatage-etat PIC X(14).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.
       77 quantite-edit PIC -(6)9.99.
       77 valeur-edit PIC -(8)9.99.
       77 total-edit PIC -(10)9.99.
       77 compte-edit PIC zzz9.
       77 valeur-journal PIC X(20).

       SCREEN SECTION.
       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Inventaire physique'.
           2 LINE 2 COL 1 VALUE 'Dernier inventaire : '.
           2 PIC X(14) FROM ouverture-inventaire.
           2 VALUE ' '.
           2 PIC X(10) FROM libelle-etat-inventaire.
           2 VALUE ' ('.
           2 PIC zzz9 FROM nb-geles.
           2 VALUE ' articles geles)'.
           2 LINE 4 COL 1 VALUE
               '1. Ouvrir un inventaire (geler le stock)'.
           2 LINE 5 COL 1 VALUE '2. Saisir des comptages'.
           2 LINE 6 COL 1 VALUE '3. Etat des ecarts'.
           2 LINE 7 COL 1 VALUE '4. Valider et passer les ajustements'.
           2 LINE 8 COL 1 VALUE '5. Abandonner l''inventaire ouvert'.
           2 LINE 9 COL 1 VALUE '0. Retour'.
           2 LINE 11 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-saisie-comptage.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Saisie des comptages de l''inventaire '.
           2 PIC X(14) FROM ouverture-inventaire.
           2 LINE 2 COL 1 VALUE
               'Etiquette et article vides pour terminer.'.
           2 LINE 4 COL 1 VALUE 'Etiquette (0 = par article) : '.
           2 PIC 9(06) USING saisie-etiquette.
           2 VALUE ' cle : '.
           2 PIC X(01) USING saisie-cle.
           2 LINE 5 COL 1 VALUE 'Article (vide si etiquette connue) : '.
           2 PIC X(08) USING saisie-article.
           2 LINE 6 COL 1 VALUE 'Quantite comptee : '.
           2 PIC 9(7)V99 USING saisie-quantite.
           2 LINE 7 COL 1 VALUE
               'Recomptage (remplace les comptes precedents) O/N : '.
           2 PIC X(01) USING saisie-recomptage.

       1 plage-comptage-pris.
           2 LINE 9 COL 1 VALUE 'Comptage enregistre pour '.
           2 PIC X(08) FROM saisie-article.
           2 VALUE ', cumul du support : '.
           2 PIC -(6)9.99 FROM cumul-support.

       1 plage-refus.
           2 LINE 9 COL 1 PIC X(60) FROM libelle-refus.

       1 plage-bilan.
           2 LINE 13 COL 1 VALUE 'Articles geles        : '.
           2 PIC zzz9 FROM nb-geles.
           2 LINE 14 COL 1 VALUE 'Articles comptes      : '.
           2 PIC zzz9 FROM nb-comptes-saisis.
           2 LINE 15 COL 1 VALUE 'Articles non comptes  : '.
           2 PIC zzz9 FROM nb-non-comptes.
           2 LINE 16 COL 1 VALUE 'Articles avec ecart   : '.
           2 PIC zzz9 FROM nb-ecarts.
           2 LINE 17 COL 1 VALUE 'Ecart net en valeur   : '.
           2 PIC -(10)9.99 FROM total-ecart-valeur.

       1 plage-confirmation.
           2 LINE 12 COL 1 VALUE 'Confirmer ? (O/N) : '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 plage-message.
           2 LINE 21 COL 1 PIC X(60) FROM libelle-refus.

       1 plage-rapport.
           2 LINE 22 COL 1 VALUE 'Etat genere : '.
           2 PIC X(40) FROM nom-rapport.

       COPY APPROBATION-ECRAN.

       1 plage-pause.
           2 LINE 23 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "CALCULSOMME-LOG.DAT"
           ENTETE-ATTENDU BY entete-livre.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "ATTENTE-CALCULSOMME.DAT"
           ENTETE-ATTENDU BY entete-attente.
       PERFORM controler-maitre.
       PERFORM lire-inventaire.
       PERFORM UNTIL choix-action = 0
           PERFORM libeller-etat-inventaire
           DISPLAY plage-menu
           ACCEPT plage-menu
           MOVE SPACES TO libelle-refus
           EVALUATE choix-action
               WHEN 1
                   PERFORM ouvrir-inventaire
               WHEN 2
                   PERFORM saisir-comptages
               WHEN 3
                   PERFORM produire-etat-ecarts
               WHEN 4
                   PERFORM valider-inventaire
               WHEN 5
                   PERFORM abandonner-inventaire
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis MenuOutils.
       GOBACK.

       *>Dit si le fichier maitre des operateurs est en service
       *>(present et non vide) : ouverture, validation et abandon
       *>sont alors reserves au responsable (profil R).
       controler-maitre.
           MOVE 'N' TO maitre-en-place.
           OPEN INPUT FICHIER-APPROBATION.
           IF statut-approbation = "00"
               READ FICHIER-APPROBATION
                   AT END CONTINUE
                   NOT AT END MOVE 'O' TO maitre-en-place
               END-READ
               CLOSE FICHIER-APPROBATION
           END-IF.

       controler-profil.
           IF maitre-en-place = 'O' AND profil-operateur NOT = 'R'
               MOVE "Action reservee au responsable (profil R)."
                   TO libelle-refus
           END-IF.

       libeller-etat-inventaire.
           EVALUATE TRUE
               WHEN inventaire-present NOT = 'O'
                   MOVE "aucun" TO libelle-etat-inventaire
               WHEN INVENTAIRE-OUVERT
                   MOVE "ouvert" TO libelle-etat-inventaire
               WHEN INVENTAIRE-VALIDE
                   MOVE "valide" TO libelle-etat-inventaire
               WHEN INVENTAIRE-ABANDONNE
                   MOVE "abandonne" TO libelle-etat-inventaire
               WHEN OTHER
                   MOVE "?" TO libelle-etat-inventaire
           END-EVALUATE.

       *>Ouverture : sous le verrou de l'inventaire, aucun autre
       *>inventaire ne doit etre ouvert ; le stock est gele tel que
       *>le fichier des articles le donne, pris sous son verrou.
       ouvrir-inventaire.
           PERFORM controler-profil.
           IF libelle-refus = SPACES
               PERFORM verrouiller-inventaire
               IF NOT VERROU-ACQUIS
                   MOVE "Inventaire occupe, reessayez plus tard."
                       TO libelle-refus
               ELSE
                   PERFORM lire-inventaire
                   IF INVENTAIRE-OUVERT
                       STRING "Inventaire deja ouvert depuis le "
                           ouverture-inventaire
                           DELIMITED BY SIZE INTO libelle-refus
                   ELSE
                       PERFORM geler-stock
                   END-IF
                   PERFORM liberer-inventaire
               END-IF
           END-IF.
           PERFORM lire-inventaire.
           DISPLAY plage-message.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Le verrou de l'inventaire est rendu le temps de prendre
       *>celui des articles (un seul temoin a la fois) ; l'etat E
       *>n'est ecrit qu'une fois les articles relus.
       geler-stock.
           PERFORM liberer-inventaire.
           PERFORM verrouiller-articles.
           IF NOT VERROU-ACQUIS
               MOVE "Fichier des articles occupe, reessayez."
                   TO libelle-refus
           ELSE
               PERFORM charger-articles
               PERFORM liberer-articles
               EVALUATE TRUE
                   WHEN articles-tronques = 'O'
                       MOVE "Plus de 500 articles : inventaire refuse."
                           TO libelle-refus
                   WHEN nb-articles = 0
                       MOVE "Aucun article a inventorier."
                           TO libelle-refus
                   WHEN EN-FORMATION
                       MOVE "Mode formation : simulation, rien gele."
                           TO libelle-refus
                   WHEN OTHER
                       PERFORM ecrire-gel
               END-EVALUATE
           END-IF.
           PERFORM verrouiller-inventaire.

       ecrire-gel.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ouverture-inventaire.
           MOVE 'O' TO etat-inventaire.
           IF operateur-courant = SPACES OR LOW-VALUES
               MOVE "INCONNU" TO ouvreur-inventaire
           ELSE
               MOVE operateur-courant TO ouvreur-inventaire
           END-IF.
           MOVE SPACES TO cloture-inventaire approbateur-inventaire.
           MOVE nb-articles TO nb-geles.
           PERFORM VARYING ar FROM 1 BY 1 UNTIL ar > nb-articles
               MOVE art-t-code(ar) TO gel-code(ar)
               MOVE art-t-designation(ar) TO gel-designation(ar)
               MOVE art-t-stock(ar) TO gel-stock(ar)
               MOVE art-t-prix-achat(ar) TO gel-prix-achat(ar)
               MOVE art-t-prix-ht(ar) TO gel-prix-ht(ar)
               MOVE art-t-unite(ar) TO gel-unite(ar)
           END-PERFORM.
           PERFORM sauver-inventaire.
           MOVE nb-geles TO compte-edit.
           STRING "Inventaire " ouverture-inventaire " ouvert, "
               compte-edit " articles geles."
               DELIMITED BY SIZE INTO libelle-refus.
           MOVE SPACES TO valeur-journal.
           STRING "OUV " ouverture-inventaire
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-inventaire.

       *>Saisie des comptages : chaque saisie est controlee puis
       *>ajoutee sous le verrou de l'inventaire, apres relecture des
       *>comptages deja faits (ceux des autres postes compris).
       saisir-comptages.
           IF NOT INVENTAIRE-OUVERT
               MOVE "Aucun inventaire ouvert." TO libelle-refus
               DISPLAY plage-message
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               MOVE 'N' TO fin-saisie
               PERFORM UNTIL fin-saisie = 'O'
                   PERFORM saisir-un-comptage
               END-PERFORM
           END-IF.

       saisir-un-comptage.
           MOVE 0 TO saisie-etiquette saisie-quantite.
           MOVE SPACE TO saisie-cle.
           MOVE SPACES TO saisie-article libelle-refus.
           MOVE 'N' TO saisie-recomptage.
           DISPLAY plage-saisie-comptage.
           ACCEPT plage-saisie-comptage.
           MOVE FUNCTION UPPER-CASE(saisie-article) TO saisie-article.
           MOVE FUNCTION UPPER-CASE(saisie-recomptage)
               TO saisie-recomptage.
           IF saisie-etiquette = 0 AND saisie-article = SPACES
               MOVE 'O' TO fin-saisie
           ELSE
               PERFORM verrouiller-inventaire
               IF NOT VERROU-ACQUIS
                   MOVE "Inventaire occupe : ressaisissez ce comptage."
                       TO libelle-refus
               ELSE
                   PERFORM lire-inventaire
                   PERFORM charger-comptages
                   PERFORM controler-comptage
                   IF libelle-refus = SPACES
                       PERFORM enregistrer-comptage
                   END-IF
                   PERFORM liberer-inventaire
               END-IF
               IF libelle-refus = SPACES
                   DISPLAY plage-comptage-pris
               ELSE
                   DISPLAY plage-refus
               END-IF
               DISPLAY plage-pause
               ACCEPT plage-pause
           END-IF.

       *>L'inventaire doit etre toujours ouvert ; la cle imprimee
       *>doit etre celle de l'etiquette (sans cle : seulement
       *>pendant la transition) ; une etiquette deja comptee garde
       *>son article ; l'article doit avoir ete gele a l'ouverture.
       controler-comptage.
           IF NOT INVENTAIRE-OUVERT
               MOVE "L'inventaire n'est plus ouvert : rien pris."
                   TO libelle-refus
               MOVE 'O' TO fin-saisie
           END-IF.
           IF libelle-refus = SPACES AND saisie-etiquette > 0
               MOVE saisie-etiquette TO numero-cle
               MOVE saisie-cle TO cle-saisie
               PERFORM controler-cle-saisie
               IF NOT CLE-ACCEPTEE
                   MOVE libelle-cle TO libelle-refus
               END-IF
           END-IF.
           IF libelle-refus = SPACES AND saisie-etiquette > 0
               MOVE saisie-etiquette TO etiquette-cherchee
               MOVE SPACES TO article-support
               PERFORM chercher-support
               IF support-trouve > 0
                   IF saisie-article = SPACES
                       MOVE sup-article(support-trouve)
                           TO saisie-article
                   ELSE
                       IF saisie-article NOT =
                               sup-article(support-trouve)
                           STRING "Etiquette deja comptee pour "
                               sup-article(support-trouve)
                               DELIMITED BY SIZE INTO libelle-refus
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF libelle-refus = SPACES AND saisie-article = SPACES
               MOVE "Premiere saisie de l'etiquette : article requis."
                   TO libelle-refus
           END-IF.
           IF libelle-refus = SPACES
               MOVE saisie-article TO code-article-cherche
               PERFORM chercher-gele
               IF gele-trouve = 0
                   MOVE "Article absent du stock gele a l'ouverture."
                       TO libelle-refus
               END-IF
           END-IF.
           IF libelle-refus = SPACES AND saisie-recomptage NOT = 'O'
                   AND saisie-recomptage NOT = 'N'
               MOVE "Recomptage : O ou N." TO libelle-refus
           END-IF.
           IF libelle-refus = SPACES AND EN-FORMATION
               MOVE "Mode formation : simulation, rien enregistre."
                   TO libelle-refus
           END-IF.

       enregistrer-comptage.
           OPEN EXTEND FICHIER-COMPTAGES.
           MOVE SPACES TO LIGNE-COMPTAGE.
           MOVE ouverture-inventaire TO CMP-INVENTAIRE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CMP-HORODATAGE.
           IF operateur-courant = SPACES OR LOW-VALUES
               MOVE "INCONNU" TO CMP-COMPTEUR
           ELSE
               MOVE operateur-courant TO CMP-COMPTEUR
           END-IF.
           IF saisie-recomptage = 'O'
               MOVE 'R' TO CMP-NATURE
           ELSE
               MOVE 'C' TO CMP-NATURE
           END-IF.
           MOVE saisie-etiquette TO CMP-ETIQUETTE.
           MOVE saisie-article TO CMP-ARTICLE.
           MOVE saisie-quantite TO CMP-QUANTITE.
           WRITE LIGNE-COMPTAGE.
           CLOSE FICHIER-COMPTAGES.
           MOVE CMP-ETIQUETTE TO comptage-etiquette.
           MOVE CMP-ARTICLE TO comptage-article.
           MOVE CMP-QUANTITE TO comptage-quantite.
           MOVE CMP-NATURE TO comptage-nature.
           PERFORM cumuler-comptage.
           MOVE sup-quantite(support-trouve) TO cumul-support.

       *>Etat des ecarts de l'inventaire courant (ou du dernier).
       produire-etat-ecarts.
           IF inventaire-present NOT = 'O'
               MOVE "Aucun inventaire." TO libelle-refus
           ELSE
               PERFORM charger-comptages
               PERFORM ecrire-etat
               DISPLAY plage-rapport
           END-IF.
           DISPLAY plage-bilan.
           DISPLAY plage-message.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Validation : profil R, inventaire ouvert, comptages tous
       *>repris, compte d'ajustement admis au plan, puis seconde
       *>signature. Le stock est ajuste sous le verrou des articles,
       *>l'inventaire passe a V sous le sien, et l'ecart en valeur
       *>part au grand livre.
       valider-inventaire.
           PERFORM controler-profil.
           IF libelle-refus = SPACES AND NOT INVENTAIRE-OUVERT
               MOVE "Aucun inventaire ouvert." TO libelle-refus
           END-IF.
           IF libelle-refus = SPACES
               PERFORM charger-comptages
               PERFORM calculer-ecarts
               IF supports-tronques = 'O'
                   MOVE "Plus de 2000 supports comptes : refuse."
                       TO libelle-refus
               END-IF
           END-IF.
           IF libelle-refus = SPACES
               PERFORM charger-plan-comptes
               MOVE compte-inventaire TO compte-a-controler
               PERFORM controler-compte-plan
               IF NOT COMPTE-PLAN-ADMIS
                   MOVE "Compte AJUSTSTK hors plan ou ferme : refuse."
                       TO libelle-refus
               END-IF
           END-IF.
           IF libelle-refus NOT = SPACES
               DISPLAY plage-message
           ELSE
               DISPLAY plage-bilan
               DISPLAY plage-confirmation
               ACCEPT plage-confirmation
               EVALUATE TRUE
                   WHEN confirmation NOT = 'O'
                           AND confirmation NOT = 'o'
                       MOVE "Rien n'a ete passe." TO libelle-refus
                   WHEN EN-FORMATION
                       MOVE "Mode formation : simulation, stock intact."
                           TO libelle-refus
                   WHEN OTHER
                       PERFORM demander-approbation
                       IF APPROBATION-ACCORDEE
                           PERFORM passer-ajustements
                       ELSE
                           MOVE "Rien n'a ete passe." TO libelle-refus
                       END-IF
               END-EVALUATE
               DISPLAY plage-message
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       passer-ajustements.
           PERFORM verrouiller-articles.
           IF NOT VERROU-ACQUIS
               MOVE "Fichier des articles occupe : rien n'a ete passe."
                   TO libelle-refus
           ELSE
               PERFORM charger-articles
               IF articles-tronques = 'O'
                   PERFORM liberer-articles
                   MOVE "Fichier des articles trop grand : refuse."
                       TO libelle-refus
               ELSE
                   PERFORM ajuster-stock
                   PERFORM sauver-articles
                   PERFORM liberer-articles
                   PERFORM cloturer-inventaire
                   PERFORM poster-ajustement
                   PERFORM journaliser-approbation
                   PERFORM ecrire-etat
                   DISPLAY plage-rapport
                   IF libelle-refus = SPACES
                       MOVE nb-ajustes TO compte-edit
                       STRING "Inventaire valide : " compte-edit
                           " article(s) ajuste(s)."
                           DELIMITED BY SIZE INTO libelle-refus
                   END-IF
               END-IF
           END-IF.

       *>Stock courant + (compte - gele) ; un article retire du
       *>fichier depuis l'ouverture n'est plus ajustable.
       ajuster-stock.
           MOVE 0 TO nb-ajustes nb-retires.
           PERFORM VARYING gl FROM 1 BY 1 UNTIL gl > nb-geles
               IF gel-compte-saisi(gl) = 'O'
                   COMPUTE ecart-quantite = gel-compte(gl)
                       - gel-stock(gl)
                   IF ecart-quantite NOT = 0
                       MOVE gel-code(gl) TO code-article-cherche
                       PERFORM chercher-article
                       IF article-trouve = 0
                           ADD 1 TO nb-retires
                       ELSE
                           ADD ecart-quantite
                               TO art-t-stock(article-trouve)
                           ADD 1 TO nb-ajustes
                           MOVE ecart-quantite TO quantite-edit
                           MOVE SPACES TO valeur-journal
                           STRING "INV " gel-code(gl)
                               FUNCTION TRIM(quantite-edit)
                               DELIMITED BY SIZE INTO valeur-journal
                           PERFORM journaliser-inventaire
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       *>Le verrou des articles est rendu : celui de l'inventaire
       *>est pris pour passer l'etat a V.
       cloturer-inventaire.
           PERFORM verrouiller-inventaire.
           IF NOT VERROU-ACQUIS
               MOVE "Stock ajuste mais inventaire encore ouvert."
                   TO libelle-refus
           ELSE
               MOVE 'V' TO etat-inventaire
               MOVE FUNCTION CURRENT-DATE(1:14) TO cloture-inventaire
               MOVE approbateur-saisi TO approbateur-inventaire
               PERFORM sauver-inventaire
               PERFORM liberer-inventaire
           END-IF.

       *>L'ecart net en valeur au compte d'ajustement (operation I,
       *>reference INV + ouverture). Verrou refuse ou livre plein :
       *>le poste part en file d'attente, il ne doit pas manquer.
       poster-ajustement.
           IF total-ecart-valeur NOT = 0
               MOVE total-ecart-valeur TO montant-poste
               MOVE SPACES TO reference-poste
               STRING "INV" ouverture-inventaire(1:12)
                   DELIMITED BY SIZE INTO reference-poste
               PERFORM verrouiller-livre
               IF NOT VERROU-ACQUIS
                   PERFORM mettre-poste-en-attente
               ELSE
                   PERFORM charger-livre
                   MOVE compte-inventaire TO compte-courant
                   PERFORM chercher-compte-livre
                   IF compte-trouve = 0
                       PERFORM liberer-livre
                       PERFORM mettre-poste-en-attente
                   ELSE
                       ADD montant-poste TO cpt-solde(compte-trouve)
                       PERFORM sauver-livre
                       MOVE 'I' TO operation-poste
                       MOVE SPACES TO motif-poste
                       PERFORM historiser-poste-livre
                       PERFORM liberer-livre
                   END-IF
               END-IF
           END-IF.

       mettre-poste-en-attente.
           PERFORM poser-entete-attente.
           OPEN EXTEND FICHIER-ATTENTE.
           MOVE SPACES TO LIGNE-ATTENTE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ATT-HORODATAGE.
           IF operateur-courant = SPACES OR LOW-VALUES
               MOVE "INCONNU" TO ATT-OPERATEUR
           ELSE
               MOVE operateur-courant TO ATT-OPERATEUR
           END-IF.
           MOVE 0 TO ATT-PARAM1.
           MOVE 'I' TO ATT-OPERATION.
           MOVE 0 TO ATT-PARAM2.
           MOVE montant-poste TO ATT-RESULTAT.
           MOVE compte-inventaire TO ATT-COMPTE.
           MOVE reference-poste TO ATT-REFERENCE.
           WRITE LIGNE-ATTENTE.
           CLOSE FICHIER-ATTENTE.
           MOVE "Livre occupe : poste d'ajustement mis en attente."
               TO libelle-refus.

       *>Abandon d'un inventaire ouvert par erreur : rien ne bouge au
       *>stock, les comptages restent dans leur fichier.
       abandonner-inventaire.
           PERFORM controler-profil.
           IF libelle-refus = SPACES AND NOT INVENTAIRE-OUVERT
               MOVE "Aucun inventaire ouvert." TO libelle-refus
           END-IF.
           IF libelle-refus = SPACES
               DISPLAY plage-confirmation
               ACCEPT plage-confirmation
               EVALUATE TRUE
                   WHEN confirmation NOT = 'O'
                           AND confirmation NOT = 'o'
                       MOVE "Inventaire garde ouvert." TO libelle-refus
                   WHEN EN-FORMATION
                       MOVE "Mode formation : simulation, rien change."
                           TO libelle-refus
                   WHEN OTHER
                       PERFORM marquer-abandon
               END-EVALUATE
           END-IF.
           DISPLAY plage-message.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       marquer-abandon.
           PERFORM verrouiller-inventaire.
           IF NOT VERROU-ACQUIS
               MOVE "Inventaire occupe, reessayez plus tard."
                   TO libelle-refus
           ELSE
               PERFORM lire-inventaire
               IF INVENTAIRE-OUVERT
                   MOVE 'A' TO etat-inventaire
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO cloture-inventaire
                   PERFORM sauver-inventaire
                   MOVE SPACES TO valeur-journal
                   STRING "ABANDON " ouverture-inventaire(1:8)
                       DELIMITED BY SIZE INTO valeur-journal
                   PERFORM journaliser-inventaire
                   MOVE "Inventaire abandonne, stock intact."
                       TO libelle-refus
               END-IF
               PERFORM liberer-inventaire
           END-IF.

       *>Lecture de INVENTAIRE.DAT : l'en-tete, puis les articles
       *>geles (comptes remis a zero).
       lire-inventaire.
           MOVE 'N' TO inventaire-present.
           MOVE SPACE TO etat-inventaire.
           MOVE SPACES TO ouverture-inventaire ouvreur-inventaire
               cloture-inventaire approbateur-inventaire.
           MOVE 0 TO nb-geles.
           MOVE 'N' TO fin-inventaire.
           OPEN INPUT FICHIER-INVENTAIRE.
           IF statut-inventaire(1:1) = "0"
               READ FICHIER-INVENTAIRE
                   AT END MOVE 'O' TO fin-inventaire
               END-READ
               PERFORM UNTIL fin-inventaire = 'O'
                   EVALUATE INV-TYPE
                       WHEN 'E'
                           PERFORM ranger-entete
                       WHEN 'A'
                           PERFORM ranger-gele
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   READ FICHIER-INVENTAIRE
                       AT END MOVE 'O' TO fin-inventaire
                   END-READ
               END-PERFORM
               CLOSE FICHIER-INVENTAIRE
           END-IF.

       ranger-entete.
           MOVE 'O' TO inventaire-present.
           MOVE INE-OUVERTURE TO ouverture-inventaire.
           MOVE INE-ETAT TO etat-inventaire.
           MOVE INE-OUVREUR TO ouvreur-inventaire.
           MOVE INE-CLOTURE TO cloture-inventaire.
           MOVE INE-APPROBATEUR TO approbateur-inventaire.

       ranger-gele.
           IF nb-geles < 500
               ADD 1 TO nb-geles
               MOVE INV-ARTICLE TO gel-code(nb-geles)
               MOVE INV-DESIGNATION TO gel-designation(nb-geles)
               MOVE INV-UNITE TO gel-unite(nb-geles)
               MOVE 0 TO gel-stock(nb-geles) gel-prix-achat(nb-geles)
                   gel-prix-ht(nb-geles) gel-compte(nb-geles)
               MOVE 'N' TO gel-compte-saisi(nb-geles)
               IF INV-STOCK-GELE IS NUMERIC
                   MOVE INV-STOCK-GELE TO gel-stock(nb-geles)
               END-IF
               IF INV-PRIX-ACHAT IS NUMERIC
                   MOVE INV-PRIX-ACHAT TO gel-prix-achat(nb-geles)
               END-IF
               IF INV-PRIX-HT IS NUMERIC
                   MOVE INV-PRIX-HT TO gel-prix-ht(nb-geles)
               END-IF
           END-IF.

       sauver-inventaire.
           OPEN OUTPUT FICHIER-INVENTAIRE.
           MOVE SPACES TO ENTETE-INVENTAIRE.
           MOVE 'E' TO INE-TYPE.
           MOVE ouverture-inventaire TO INE-OUVERTURE.
           MOVE etat-inventaire TO INE-ETAT.
           MOVE ouvreur-inventaire TO INE-OUVREUR.
           MOVE cloture-inventaire TO INE-CLOTURE.
           MOVE approbateur-inventaire TO INE-APPROBATEUR.
           WRITE ENTETE-INVENTAIRE.
           PERFORM VARYING gl FROM 1 BY 1 UNTIL gl > nb-geles
               MOVE SPACES TO LIGNE-INVENTAIRE
               MOVE 'A' TO INV-TYPE
               MOVE gel-code(gl) TO INV-ARTICLE
               MOVE gel-designation(gl) TO INV-DESIGNATION
               MOVE gel-stock(gl) TO INV-STOCK-GELE
               MOVE gel-prix-achat(gl) TO INV-PRIX-ACHAT
               MOVE gel-prix-ht(gl) TO INV-PRIX-HT
               MOVE gel-unite(gl) TO INV-UNITE
               WRITE LIGNE-INVENTAIRE
           END-PERFORM.
           CLOSE FICHIER-INVENTAIRE.
           MOVE 'O' TO inventaire-present.

       chercher-gele.
           MOVE 0 TO gele-trouve.
           PERFORM VARYING gl FROM 1 BY 1
                   UNTIL gl > nb-geles OR gele-trouve > 0
               IF gel-code(gl) = code-article-cherche
                   MOVE gl TO gele-trouve
               END-IF
           END-PERFORM.

       *>Relecture des comptages de l'inventaire courant, cumules par
       *>support, puis reportes sur les articles geles.
       charger-comptages.
           MOVE 0 TO nb-supports.
           MOVE 'N' TO supports-tronques.
           MOVE 'N' TO fin-comptages.
           OPEN INPUT FICHIER-COMPTAGES.
           IF statut-comptages(1:1) = "0"
               READ FICHIER-COMPTAGES
                   AT END MOVE 'O' TO fin-comptages
               END-READ
               PERFORM UNTIL fin-comptages = 'O'
                   IF CMP-INVENTAIRE = ouverture-inventaire
                           AND CMP-QUANTITE IS NUMERIC
                           AND CMP-ETIQUETTE IS NUMERIC
                       MOVE CMP-ETIQUETTE TO comptage-etiquette
                       MOVE CMP-ARTICLE TO comptage-article
                       MOVE CMP-QUANTITE TO comptage-quantite
                       MOVE CMP-NATURE TO comptage-nature
                       PERFORM cumuler-comptage
                   END-IF
                   READ FICHIER-COMPTAGES
                       AT END MOVE 'O' TO fin-comptages
                   END-READ
               END-PERFORM
               CLOSE FICHIER-COMPTAGES
           END-IF.
           PERFORM reporter-comptages.

       *>Un recomptage remplace le cumul du support, un comptage
       *>s'y ajoute.
       cumuler-comptage.
           MOVE comptage-etiquette TO etiquette-cherchee.
           MOVE comptage-article TO article-support.
           PERFORM chercher-support.
           IF support-trouve = 0
               IF nb-supports < 2000
                   ADD 1 TO nb-supports
                   MOVE nb-supports TO support-trouve
                   MOVE comptage-etiquette
                       TO sup-etiquette(support-trouve)
                   MOVE comptage-article TO sup-article(support-trouve)
                   MOVE 0 TO sup-quantite(support-trouve)
               ELSE
                   MOVE 'O' TO supports-tronques
               END-IF
           END-IF.
           IF support-trouve > 0
               IF comptage-nature = 'R'
                   MOVE comptage-quantite
                       TO sup-quantite(support-trouve)
               ELSE
                   ADD comptage-quantite
                       TO sup-quantite(support-trouve)
               END-IF
           END-IF.

       *>Une etiquette se retrouve par son numero ; sans etiquette,
       *>c'est l'article qui fait le support.
       chercher-support.
           MOVE 0 TO support-trouve.
           PERFORM VARYING sp FROM 1 BY 1
                   UNTIL sp > nb-supports OR support-trouve > 0
               IF sup-etiquette(sp) = etiquette-cherchee
                   IF etiquette-cherchee > 0
                           OR sup-article(sp) = article-support
                       MOVE sp TO support-trouve
                   END-IF
               END-IF
           END-PERFORM.

       reporter-comptages.
           PERFORM VARYING gl FROM 1 BY 1 UNTIL gl > nb-geles
               MOVE 0 TO gel-compte(gl)
               MOVE 'N' TO gel-compte-saisi(gl)
           END-PERFORM.
           PERFORM VARYING sp FROM 1 BY 1 UNTIL sp > nb-supports
               MOVE sup-article(sp) TO code-article-cherche
               PERFORM chercher-gele
               IF gele-trouve > 0
                   ADD sup-quantite(sp) TO gel-compte(gele-trouve)
                   MOVE 'O' TO gel-compte-saisi(gele-trouve)
               END-IF
           END-PERFORM.

       *>Ecart de chaque article compte, valorise au prix d'achat
       *>(au prix HT quand il manque), et totaux de l'inventaire.
       calculer-ecarts.
           MOVE 0 TO nb-comptes-saisis nb-non-comptes nb-ecarts
               nb-sans-prix-achat valeur-theorique valeur-comptee
               total-ecart-valeur ecarts-positifs ecarts-negatifs.
           PERFORM VARYING gl FROM 1 BY 1 UNTIL gl > nb-geles
               PERFORM valoriser-gele
               COMPUTE valeur-theorique ROUNDED = valeur-theorique
                   + gel-stock(gl) * prix-valorisation
               IF gel-compte-saisi(gl) = 'O'
                   ADD 1 TO nb-comptes-saisis
                   COMPUTE valeur-comptee ROUNDED = valeur-comptee
                       + gel-compte(gl) * prix-valorisation
                   IF ecart-quantite NOT = 0
                       ADD 1 TO nb-ecarts
                       ADD ecart-valeur TO total-ecart-valeur
                       IF ecart-valeur > 0
                           ADD ecart-valeur TO ecarts-positifs
                       ELSE
                           ADD ecart-valeur TO ecarts-negatifs
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO nb-non-comptes
               END-IF
           END-PERFORM.

       valoriser-gele.
           IF gel-prix-achat(gl) > 0
               MOVE gel-prix-achat(gl) TO prix-valorisation
           ELSE
               MOVE gel-prix-ht(gl) TO prix-valorisation
               ADD 1 TO nb-sans-prix-achat
           END-IF.
           MOVE 0 TO ecart-quantite ecart-valeur.
           IF gel-compte-saisi(gl) = 'O'
               COMPUTE ecart-quantite = gel-compte(gl) - gel-stock(gl)
               COMPUTE ecart-valeur ROUNDED =
                   ecart-quantite * prix-valorisation
           END-IF.

       *>Etat des ecarts, horodate et catalogue.
       ecrire-etat.
           PERFORM calculer-ecarts.
           MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
           MOVE 0 TO nb-lignes-rapport.
           MOVE SPACES TO nom-rapport.
           STRING "RAPPORT-INVENTAIRE-" horodatage-etat ".DAT"
               DELIMITED BY SIZE INTO nom-rapport.
           OPEN OUTPUT FICHIER-ETAT.
           PERFORM libeller-etat-inventaire.
           MOVE SPACES TO LIGNE-ETAT.
           STRING "Inventaire du " ouverture-inventaire
               " ouvert par " ouvreur-inventaire
               " - " libelle-etat-inventaire
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           IF INVENTAIRE-VALIDE
               STRING "Valide le " cloture-inventaire
                   ", seconde signature " approbateur-inventaire
                   DELIMITED BY SIZE INTO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           STRING "Etat des ecarts etabli le " horodatage-etat
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           MOVE "Article" TO LIGNE-ETAT(1:7).
           MOVE "Designation" TO LIGNE-ETAT(10:11).
           MOVE "Theorique" TO LIGNE-ETAT(33:9).
           MOVE "Compte" TO LIGNE-ETAT(47:6).
           MOVE "Ecart" TO LIGNE-ETAT(59:5).
           MOVE "Valeur" TO LIGNE-ETAT(70:6).
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING gl FROM 1 BY 1 UNTIL gl > nb-geles
               PERFORM editer-ligne-gele
           END-PERFORM.
           PERFORM ecrire-ligne-etat.
           PERFORM editer-totaux.
           CLOSE FICHIER-ETAT.
           PERFORM cataloguer-rapport.

       editer-ligne-gele.
           PERFORM valoriser-gele.
           MOVE gel-code(gl) TO LIGNE-ETAT(1:8).
           MOVE gel-designation(gl)(1:20) TO LIGNE-ETAT(10:20).
           MOVE gel-stock(gl) TO quantite-edit.
           MOVE quantite-edit TO LIGNE-ETAT(31:11).
           IF gel-compte-saisi(gl) = 'O'
               MOVE gel-compte(gl) TO quantite-edit
               MOVE quantite-edit TO LIGNE-ETAT(42:11)
               MOVE ecart-quantite TO quantite-edit
               MOVE quantite-edit TO LIGNE-ETAT(53:11)
               MOVE ecart-valeur TO valeur-edit
               MOVE valeur-edit TO LIGNE-ETAT(64:12)
           ELSE
               MOVE "non compte" TO LIGNE-ETAT(43:10)
           END-IF.
           IF gel-prix-achat(gl) = 0
               MOVE "*" TO LIGNE-ETAT(77:1)
           END-IF.
           PERFORM ecrire-ligne-etat.

       editer-totaux.
           MOVE nb-geles TO compte-edit.
           STRING "Articles geles             : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE nb-comptes-saisis TO compte-edit.
           STRING "Articles comptes           : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE nb-non-comptes TO compte-edit.
           STRING "Articles non comptes       : " compte-edit
               " (stock garde a la validation)"
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE nb-ecarts TO compte-edit.
           STRING "Articles avec ecart        : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE valeur-theorique TO total-edit.
           STRING "Valeur theorique           : " total-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE valeur-comptee TO total-edit.
           STRING "Valeur comptee             : " total-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE ecarts-positifs TO total-edit.
           STRING "Ecarts en plus             : " total-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE ecarts-negatifs TO total-edit.
           STRING "Ecarts en moins            : " total-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE total-ecart-valeur TO total-edit.
           STRING "Ecart net en valeur        : " total-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           IF nb-sans-prix-achat > 0
               MOVE "* sans prix d'achat : valorise au prix HT."
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           IF INVENTAIRE-VALIDE AND nb-retires > 0
               MOVE nb-retires TO compte-edit
               STRING "Articles retires depuis le gel, non ajustes : "
                   compte-edit
                   DELIMITED BY SIZE INTO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           IF supports-tronques = 'O'
               MOVE "Plus de 2000 supports : surplus non repris."
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       COPY CLE-CALCUL.

       COPY ARTICLE-CHARGE.

       COPY LIVRE-POSTE.

       COPY COMPTES-CHARGE.

       COPY APPROBATION-PRISE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-inventaire
           NOM-FICHIER-VERROU BY "VERROU-INVENTAIRE.LCK".

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-articles
           NOM-FICHIER-VERROU BY "VERROU-ARTICLES.LCK".

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-livre
           NOM-FICHIER-VERROU BY "VERROU-CALCULSOMME.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-inventaire.

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-articles.

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-livre.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-inventaire
           NOM-PROGRAMME-JRN BY "InventaireStock"
           VALEUR-SAISIE BY valeur-journal.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-approbation
           NOM-PROGRAMME-JRN BY "InventaireStock"
           VALEUR-SAISIE BY valeur-approbation.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "InventaireStock"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.

       COPY DESSIN-POSE
           REPLACING NOM-PARAGRAPHE BY poser-entete-attente
           FICHIER-DESSIN BY FICHIER-ATTENTE
           LIGNE-DESSIN BY LIGNE-ATTENTE
           STATUT-DESSIN BY statut-attente
           ENTETE-DESSIN BY entete-attente.
