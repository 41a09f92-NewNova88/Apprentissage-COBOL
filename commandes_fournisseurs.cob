      *>Reapprovisionnement et commandes aux fournisseurs : les memes
      *>consommables manquaient chaque mois faute de surveiller les
      *>niveaux. Chaque article suivi porte un seuil, une quantite a
      *>commander et son fournisseur principal (MaintenanceArticles).
      *>Le passage de reapprovisionnement liste, groupes par
      *>fournisseur, les articles au seuil ou en dessous, avec ce qui
      *>est deja en commande ; l'etat s'inscrit au catalogue. Le
      *>responsable (profil R) peut alors passer, fournisseur par
      *>fournisseur, une commande numerotee dans COMMANDES.DAT pour
      *>les articles que le stock et les commandes en cours ne
      *>couvrent pas ; chaque commande sort un bon imprimable
      *>BON-COMMANDE-<numero>-<horodatage>.DAT, catalogue lui aussi.
      *>Les commandes en cours restent listees tant qu'elles ne sont
      *>pas recues ; chaque ligne porte sa date de livraison prevue
      *>(date de commande plus le delai du fournisseur). La reception
      *>se fait dans ReceptionLivraison, le meme programme que celui
      *>appele par InAndOut a l'arrivee d'un livreur. En mode
      *>formation tout se simule, rien n'est ecrit.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CommandesFournisseurs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COMMANDE-FICHIER.
           COPY FOURNISSEUR-FICHIER.
           COPY ARTICLE-FICHIER.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FICHIER-MAITRE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-maitre.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.
           COPY CATALOGUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY COMMANDE-FD.

       COPY FOURNISSEUR-FD.

       COPY ARTICLE-FD.

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

       FD FICHIER-MAITRE.
       1 LIGNE-MAITRE PIC X(44).

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       COPY COMMANDE-ZONE.
       COPY FOURNISSEUR-ZONE.
       COPY ARTICLE-ZONE.
       77 statut-maitre PIC X(02).
       77 maitre-en-place PIC X(01) VALUE 'N'.

       *>Articles au seuil ou en dessous, tries par fournisseur puis
       *>par article ; DEPENDING ON pour que le SORT ne travaille que
       *>sur les propositions reelles.
       77 nb-propositions PIC 9(4) VALUE 0.
       77 pr PIC 9(4).
       77 debut-groupe PIC 9(4).
       77 fin-groupe PIC 9(4).
       1 table-propositions.
           2 proposition OCCURS 1 TO 500
                   DEPENDING ON nb-propositions.
               3 prp-fournisseur PIC X(08).
               3 prp-article PIC X(08).
               3 prp-designation PIC X(30).
               3 prp-stock PIC S9(7)V99.
               3 prp-seuil PIC 9(7)V99.
               3 prp-en-commande PIC 9(7)V99.
               3 prp-a-commander PIC 9(7)V99.
               3 prp-prix-achat PIC 9(7)V99.
               3 prp-unite PIC X(03).

       *>Cumuls d'un groupe (un fournisseur) et du passage.
       77 en-commande PIC 9(7)V99.
       77 lignes-groupe PIC 9(4) VALUE 0.
       77 montant-ligne PIC 9(9)V99.
       77 montant-groupe PIC 9(9)V99 VALUE 0.
       77 montant-total PIC 9(11)V99 VALUE 0.
       77 nb-sous-seuil PIC 9(4) VALUE 0.
       77 nb-a-commander PIC 9(4) VALUE 0.
       77 nb-commandes-passees PIC 9(4) VALUE 0.
       77 nb-en-cours PIC 9(4) VALUE 0.
       77 etat-fournisseur PIC X(20).

       *>Commande en cours de passage, de reception ou d'impression.
       77 numero-bon PIC 9(06) VALUE 0.
       77 fournisseur-bon PIC X(08).
       77 nom-fournisseur PIC X(30).
       77 date-bon PIC 9(08).
       77 operateur-bon PIC X(08).
       77 numero-ligne PIC 9(02).
       77 date-du-jour PIC 9(08).
       77 date-edit PIC X(10).
       77 date-a-editer PIC 9(08).
       77 reste-a-recevoir PIC 9(7)V99.
       77 age-commande PIC S9(5).
       77 date-prevue-bon PIC 9(08).
       77 date-prevue-ligne PIC 9(08).
       77 saisie-numero PIC 9(06) VALUE 0.
       77 ligne-trouvee PIC 9(4) VALUE 0.
       *>Reception au bureau : aucun fournisseur impose.
       77 fournisseur-livre PIC X(08) VALUE SPACES.

       77 choix-action PIC 9 VALUE 9.
       77 confirmation PIC X(01) VALUE 'N'.
       77 touche PIC X(01).
       77 libelle-refus PIC X(60) VALUE SPACES.
       77 ligne-ecran PIC 99.
       77 horodatage-etat PIC X(14).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.
       77 quantite-edit PIC -(6)9.99.
       77 montant-edit PIC z(8)9.99.
       77 total-edit PIC z(10)9.99.
       77 compte-edit PIC zzz9.
       77 valeur-journal PIC X(20).

       SCREEN SECTION.
       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Reapprovisionnement et commandes'.
           2 LINE 3 COL 1 VALUE
               '1. Reapprovisionnement (etat et commandes)'.
           2 LINE 4 COL 1 VALUE '2. Commandes en cours'.
           2 LINE 5 COL 1 VALUE '3. Reception d''une commande'.
           2 LINE 6 COL 1 VALUE '4. Reimprimer un bon de commande'.
           2 LINE 7 COL 1 VALUE '0. Retour'.
           2 LINE 9 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-bilan.
           2 LINE 12 COL 1 VALUE 'Articles au seuil ou en dessous : '.
           2 PIC zzz9 FROM nb-sous-seuil.
           2 LINE 13 COL 1 VALUE 'Articles a commander           : '.
           2 PIC zzz9 FROM nb-a-commander.
           2 LINE 14 COL 1 VALUE 'Montant HT a commander         : '.
           2 PIC z(10)9.99 FROM montant-total.

       1 plage-proposition.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Commande proposee'.
           2 LINE 3 COL 1 VALUE 'Fournisseur : '.
           2 PIC X(08) FROM fournisseur-bon.
           2 VALUE ' '.
           2 PIC X(30) FROM nom-fournisseur.
           2 LINE 4 COL 1 VALUE 'Lignes a commander : '.
           2 PIC zzz9 FROM lignes-groupe.
           2 LINE 5 COL 1 VALUE 'Montant HT         : '.
           2 PIC z(8)9.99 FROM montant-groupe.
           2 LINE 7 COL 1 VALUE 'Passer la commande ? (O/N) : '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 plage-saisie-numero.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Numero de commande : '.
           2 PIC 9(06) TO saisie-numero REQUIRED.

       1 plage-entete-liste.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Numero Date     Fournis. Article    Commande'.
           2 COL 47 VALUE '    Reste a recevoir'.

       1 plage-ligne-commande.
           2 LINE ligne-ecran COL 1 PIC 9(06) FROM cde-t-numero(lc).
           2 COL 8 PIC 9(08) FROM cde-t-date(lc).
           2 COL 17 PIC X(08) FROM cde-t-fournisseur(lc).
           2 COL 26 PIC X(08) FROM cde-t-article(lc).
           2 COL 35 PIC -(6)9.99 FROM cde-t-quantite(lc).
           2 COL 55 PIC -(6)9.99 FROM reste-a-recevoir.

       1 plage-message.
           2 LINE 21 COL 1 PIC X(60) FROM libelle-refus.

       1 plage-rapport.
           2 LINE 22 COL 1 VALUE 'Etat genere : '.
           2 PIC X(40) FROM nom-rapport.

       1 plage-pause.
           2 LINE 23 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       PERFORM controler-maitre.
       PERFORM UNTIL choix-action = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           MOVE SPACES TO libelle-refus
           MOVE FUNCTION CURRENT-DATE(1:8) TO date-du-jour
           EVALUATE choix-action
               WHEN 1
                   PERFORM reapprovisionner
               WHEN 2
                   PERFORM lister-en-cours
               WHEN 3
                   CALL 'ReceptionLivraison' USING fournisseur-livre
                   CANCEL 'ReceptionLivraison'
               WHEN 4
                   PERFORM reimprimer-bon
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis MenuAchats.
       GOBACK.

       *>Dit si le fichier maitre des operateurs est en service
       *>(present et non vide) : passer une commande est alors
       *>reserve au responsable (profil R).
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

       *>Passage de reapprovisionnement : l'etat, puis une commande
       *>proposee par fournisseur qui a quelque chose a commander.
       reapprovisionner.
           PERFORM charger-articles.
           PERFORM charger-fournisseurs.
           PERFORM charger-commandes.
           PERFORM retenir-propositions.
           PERFORM ecrire-etat-reappro.
           MOVE nb-sous-seuil TO compte-edit.
           STRING "Reapprovisionnement : " compte-edit
               " article(s) au seuil ou en dessous."
               DELIMITED BY SIZE INTO libelle-refus.
           DISPLAY plage-bilan.
           DISPLAY plage-message.
           DISPLAY plage-rapport.
           DISPLAY plage-pause.
           ACCEPT plage-pause.
           MOVE SPACES TO libelle-refus.
           EVALUATE TRUE
               WHEN nb-a-commander = 0
                   CONTINUE
               WHEN maitre-en-place = 'O' AND profil-operateur NOT = 'R'
                   MOVE "Commandes reservees au responsable (profil R)."
                       TO libelle-refus
               WHEN OTHER
                   MOVE 0 TO nb-commandes-passees
                   MOVE 1 TO debut-groupe
                   PERFORM UNTIL debut-groupe > nb-propositions
                       PERFORM delimiter-groupe
                       PERFORM proposer-commande
                       COMPUTE debut-groupe = fin-groupe + 1
                   END-PERFORM
                   MOVE nb-commandes-passees TO compte-edit
                   IF EN-FORMATION
                       MOVE "Mode formation : rien commande."
                           TO libelle-refus
                   ELSE
                       STRING compte-edit " commande(s) passee(s)."
                           DELIMITED BY SIZE INTO libelle-refus
                   END-IF
           END-EVALUATE.
           IF libelle-refus NOT = SPACES
               DISPLAY plage-message
               DISPLAY plage-pause
               ACCEPT plage-pause
           END-IF.

       *>Un article suivi (seuil non nul) au seuil ou en dessous est
       *>propose ; la quantite a commander n'est retenue que si le
       *>stock et ce qui est deja en commande restent au seuil.
       retenir-propositions.
           MOVE 0 TO nb-propositions nb-sous-seuil nb-a-commander.
           MOVE 0 TO montant-total.
           PERFORM VARYING ar FROM 1 BY 1 UNTIL ar > nb-articles
               IF art-t-seuil(ar) > 0
                       AND art-t-stock(ar) <= art-t-seuil(ar)
                       AND nb-propositions < 500
                   PERFORM retenir-article
               END-IF
           END-PERFORM.
           IF nb-propositions > 1
               SORT proposition ASCENDING prp-fournisseur prp-article
           END-IF.

       retenir-article.
           ADD 1 TO nb-propositions.
           ADD 1 TO nb-sous-seuil.
           MOVE nb-propositions TO pr.
           MOVE art-t-fournisseur(ar) TO prp-fournisseur(pr).
           MOVE art-t-code(ar) TO prp-article(pr).
           MOVE art-t-designation(ar) TO prp-designation(pr).
           MOVE art-t-stock(ar) TO prp-stock(pr).
           MOVE art-t-seuil(ar) TO prp-seuil(pr).
           MOVE art-t-prix-achat(ar) TO prp-prix-achat(pr).
           MOVE art-t-unite(ar) TO prp-unite(pr).
           MOVE 0 TO en-commande.
           PERFORM VARYING lc FROM 1 BY 1
                   UNTIL lc > nb-lignes-commandes
               IF cde-t-article(lc) = art-t-code(ar)
                       AND COMMANDE-EN-COURS(lc)
                       AND cde-t-quantite(lc) > cde-t-recue(lc)
                   COMPUTE en-commande = en-commande
                       + cde-t-quantite(lc) - cde-t-recue(lc)
               END-IF
           END-PERFORM.
           MOVE en-commande TO prp-en-commande(pr).
           MOVE 0 TO prp-a-commander(pr).
           IF art-t-stock(ar) + en-commande <= art-t-seuil(ar)
               MOVE art-t-qte-reappro(ar) TO prp-a-commander(pr)
               ADD 1 TO nb-a-commander
               COMPUTE montant-total ROUNDED = montant-total
                   + art-t-qte-reappro(ar) * art-t-prix-achat(ar)
           END-IF.

       *>Un groupe = les propositions consecutives d'un meme
       *>fournisseur ; ses lignes a commander et leur montant.
       delimiter-groupe.
           MOVE prp-fournisseur(debut-groupe) TO fournisseur-bon.
           MOVE 0 TO lignes-groupe montant-groupe.
           MOVE debut-groupe TO fin-groupe.
           PERFORM VARYING pr FROM debut-groupe BY 1
                   UNTIL pr > nb-propositions
                   OR prp-fournisseur(pr) NOT = fournisseur-bon
               MOVE pr TO fin-groupe
               IF prp-a-commander(pr) > 0
                   ADD 1 TO lignes-groupe
                   COMPUTE montant-groupe ROUNDED = montant-groupe
                       + prp-a-commander(pr) * prp-prix-achat(pr)
               END-IF
           END-PERFORM.
           MOVE fournisseur-bon TO code-fournisseur-cherche.
           PERFORM chercher-fournisseur.
           MOVE SPACES TO nom-fournisseur.
           IF fournisseur-trouve > 0
               MOVE fou-t-nom(fournisseur-trouve) TO nom-fournisseur
           END-IF.

       *>Un fournisseur inconnu ou ferme ne recoit pas de commande :
       *>l'etat le signale, a corriger sur la fiche de l'article.
       proposer-commande.
           IF lignes-groupe > 0 AND fournisseur-trouve > 0
               IF FOURNISSEUR-ACTIF(fournisseur-trouve)
                   MOVE 'N' TO confirmation
                   DISPLAY plage-proposition
                   ACCEPT plage-proposition
                   IF confirmation = 'O' OR confirmation = 'o'
                       PERFORM passer-commande
                   END-IF
               END-IF
           END-IF.

       *>Le numero suit le plus grand deja attribue, relu sous le
       *>verrou des commandes ; les lignes s'ajoutent au fichier.
       passer-commande.
           MOVE SPACES TO libelle-refus.
           IF EN-FORMATION
               ADD 1 TO nb-commandes-passees
           ELSE
               PERFORM verrouiller-commandes
               IF NOT VERROU-ACQUIS
                   MOVE "Commandes occupees : commande non passee."
                       TO libelle-refus
               ELSE
                   PERFORM charger-commandes
                   COMPUTE numero-bon = dernier-numero-commande + 1
                   MOVE 0 TO date-prevue-bon
                   IF fou-t-delai(fournisseur-trouve) > 0
                       COMPUTE date-prevue-bon =
                           FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(date-du-jour)
                           + fou-t-delai(fournisseur-trouve))
                   END-IF
                   PERFORM ecrire-lignes-commande
                   PERFORM liberer-commandes
                   ADD 1 TO nb-commandes-passees
                   MOVE SPACES TO valeur-journal
                   STRING "CDE " numero-bon " " fournisseur-bon
                       DELIMITED BY SIZE INTO valeur-journal
                   PERFORM journaliser-commande
                   PERFORM charger-commandes
                   PERFORM ecrire-bon-commande
                   STRING "Commande " numero-bon " passee a "
                       fournisseur-bon
                       DELIMITED BY SIZE INTO libelle-refus
                   DISPLAY plage-rapport
               END-IF
               DISPLAY plage-message
               DISPLAY plage-pause
               ACCEPT plage-pause
           END-IF.

       ecrire-lignes-commande.
           MOVE 0 TO numero-ligne.
           OPEN EXTEND FICHIER-COMMANDES.
           PERFORM VARYING pr FROM debut-groupe BY 1
                   UNTIL pr > fin-groupe
               IF prp-a-commander(pr) > 0 AND numero-ligne < 99
                   ADD 1 TO numero-ligne
                   MOVE SPACES TO LIGNE-COMMANDE
                   MOVE numero-bon TO CDE-NUMERO
                   MOVE numero-ligne TO CDE-LIGNE
                   MOVE date-du-jour TO CDE-DATE
                   MOVE fournisseur-bon TO CDE-FOURNISSEUR
                   MOVE prp-article(pr) TO CDE-ARTICLE
                   MOVE prp-a-commander(pr) TO CDE-QUANTITE
                   MOVE prp-prix-achat(pr) TO CDE-PRIX-ACHAT
                   MOVE 'O' TO CDE-ETAT
                   MOVE 0 TO CDE-RECUE CDE-DATE-RECEPTION
                   MOVE date-prevue-bon TO CDE-DATE-PREVUE
                   IF operateur-courant = SPACES OR LOW-VALUES
                       MOVE "INCONNU" TO CDE-OPERATEUR
                   ELSE
                       MOVE operateur-courant TO CDE-OPERATEUR
                   END-IF
                   WRITE LIGNE-COMMANDE
               END-IF
           END-PERFORM.
           CLOSE FICHIER-COMMANDES.

       *>Etat de reapprovisionnement, horodate et catalogue.
       ecrire-etat-reappro.
           MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
           MOVE 0 TO nb-lignes-rapport.
           MOVE SPACES TO nom-rapport.
           STRING "RAPPORT-REAPPRO-" horodatage-etat ".DAT"
               DELIMITED BY SIZE INTO nom-rapport.
           OPEN OUTPUT FICHIER-ETAT.
           MOVE SPACES TO LIGNE-ETAT.
           STRING "Reapprovisionnement etabli le " horodatage-etat
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           MOVE 1 TO debut-groupe.
           PERFORM UNTIL debut-groupe > nb-propositions
               PERFORM delimiter-groupe
               PERFORM editer-groupe
               COMPUTE debut-groupe = fin-groupe + 1
           END-PERFORM.
           MOVE nb-sous-seuil TO compte-edit.
           STRING "Articles au seuil ou en dessous : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE nb-a-commander TO compte-edit.
           STRING "Articles a commander           : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE montant-total TO total-edit.
           STRING "Montant HT a commander         : " total-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           CLOSE FICHIER-ETAT.
           PERFORM cataloguer-rapport.

       editer-groupe.
           EVALUATE TRUE
               WHEN fournisseur-bon = SPACES
                   MOVE "(sans fournisseur)" TO etat-fournisseur
               WHEN fournisseur-trouve = 0
                   MOVE "(fournisseur inconnu)" TO etat-fournisseur
               WHEN FOURNISSEUR-FERME(fournisseur-trouve)
                   MOVE "(fournisseur ferme)" TO etat-fournisseur
               WHEN OTHER
                   MOVE SPACES TO etat-fournisseur
           END-EVALUATE.
           STRING "Fournisseur " fournisseur-bon " " nom-fournisseur
               " " etat-fournisseur
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE "Article" TO LIGNE-ETAT(3:7).
           MOVE "Designation" TO LIGNE-ETAT(12:11).
           MOVE "Stock" TO LIGNE-ETAT(38:5).
           MOVE "Seuil" TO LIGNE-ETAT(49:5).
           MOVE "En cde" TO LIGNE-ETAT(59:6).
           MOVE "A cder" TO LIGNE-ETAT(70:6).
           MOVE "Un." TO LIGNE-ETAT(77:3).
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING pr FROM debut-groupe BY 1
                   UNTIL pr > fin-groupe
               MOVE prp-article(pr) TO LIGNE-ETAT(3:8)
               MOVE prp-designation(pr)(1:20) TO LIGNE-ETAT(12:20)
               MOVE prp-stock(pr) TO quantite-edit
               MOVE quantite-edit TO LIGNE-ETAT(32:11)
               MOVE prp-seuil(pr) TO quantite-edit
               MOVE quantite-edit TO LIGNE-ETAT(43:11)
               MOVE prp-en-commande(pr) TO quantite-edit
               MOVE quantite-edit TO LIGNE-ETAT(54:11)
               MOVE prp-a-commander(pr) TO quantite-edit
               MOVE quantite-edit TO LIGNE-ETAT(65:11)
               MOVE prp-unite(pr) TO LIGNE-ETAT(77:3)
               PERFORM ecrire-ligne-etat
           END-PERFORM.
           MOVE montant-groupe TO montant-edit.
           STRING "  Montant HT a commander : " montant-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.

       *>Bon de commande imprimable, relu de COMMANDES.DAT : le meme
       *>paragraphe sert a la commande et a sa reimpression.
       ecrire-bon-commande.
           MOVE SPACES TO fournisseur-bon operateur-bon.
           MOVE 0 TO date-bon montant-groupe date-prevue-bon.
           PERFORM VARYING lc FROM 1 BY 1
                   UNTIL lc > nb-lignes-commandes
               IF cde-t-numero(lc) = numero-bon
                   MOVE cde-t-fournisseur(lc) TO fournisseur-bon
                   MOVE cde-t-date(lc) TO date-bon
                   MOVE cde-t-operateur(lc) TO operateur-bon
                   MOVE cde-t-date-prevue(lc) TO date-prevue-bon
               END-IF
           END-PERFORM.
           MOVE fournisseur-bon TO code-fournisseur-cherche.
           PERFORM chercher-fournisseur.
           MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
           MOVE 0 TO nb-lignes-rapport.
           MOVE SPACES TO nom-rapport.
           STRING "BON-COMMANDE-" numero-bon "-" horodatage-etat
               ".DAT"
               DELIMITED BY SIZE INTO nom-rapport.
           OPEN OUTPUT FICHIER-ETAT.
           MOVE SPACES TO LIGNE-ETAT.
           MOVE date-bon TO date-a-editer.
           PERFORM editer-date.
           STRING "BON DE COMMANDE No " numero-bon "   du " date-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           STRING "Fournisseur : " fournisseur-bon
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           IF fournisseur-trouve > 0
               MOVE fou-t-nom(fournisseur-trouve) TO LIGNE-ETAT(15:30)
               PERFORM ecrire-ligne-etat
               MOVE fou-t-adresse1(fournisseur-trouve)
                   TO LIGNE-ETAT(15:30)
               PERFORM ecrire-ligne-etat
               MOVE fou-t-adresse2(fournisseur-trouve)
                   TO LIGNE-ETAT(15:30)
               PERFORM ecrire-ligne-etat
               STRING "Tel.        : "
                   fou-t-telephone(fournisseur-trouve)
                   DELIMITED BY SIZE INTO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           PERFORM ecrire-ligne-etat.
           MOVE "Lg" TO LIGNE-ETAT(1:2).
           MOVE "Article" TO LIGNE-ETAT(4:7).
           MOVE "Designation" TO LIGNE-ETAT(13:11).
           MOVE "Quantite" TO LIGNE-ETAT(38:8).
           MOVE "Un." TO LIGNE-ETAT(47:3).
           MOVE "Prix HT" TO LIGNE-ETAT(55:7).
           MOVE "Montant HT" TO LIGNE-ETAT(67:10).
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING lc FROM 1 BY 1
                   UNTIL lc > nb-lignes-commandes
               IF cde-t-numero(lc) = numero-bon
                   PERFORM editer-ligne-bon
               END-IF
           END-PERFORM.
           PERFORM ecrire-ligne-etat.
           MOVE montant-groupe TO total-edit.
           STRING "Total HT de la commande : " total-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           IF date-prevue-bon > 0
               MOVE date-prevue-bon TO date-a-editer
               PERFORM editer-date
               STRING "Livraison attendue le " date-edit "."
                   DELIMITED BY SIZE INTO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           STRING "Commande passee par " operateur-bon
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           CLOSE FICHIER-ETAT.
           PERFORM cataloguer-rapport.

       editer-ligne-bon.
           MOVE cde-t-ligne(lc) TO LIGNE-ETAT(1:2).
           MOVE cde-t-article(lc) TO LIGNE-ETAT(4:8).
           MOVE cde-t-article(lc) TO code-article-cherche.
           PERFORM chercher-article.
           IF article-trouve > 0
               MOVE art-t-designation(article-trouve)(1:22)
                   TO LIGNE-ETAT(13:22)
               MOVE art-t-unite(article-trouve) TO LIGNE-ETAT(47:3)
           END-IF.
           MOVE cde-t-quantite(lc) TO quantite-edit.
           MOVE quantite-edit TO LIGNE-ETAT(35:11).
           MOVE cde-t-prix-achat(lc) TO quantite-edit.
           MOVE quantite-edit TO LIGNE-ETAT(51:11).
           COMPUTE montant-ligne ROUNDED =
               cde-t-quantite(lc) * cde-t-prix-achat(lc).
           ADD montant-ligne TO montant-groupe.
           MOVE montant-ligne TO montant-edit.
           MOVE montant-edit TO LIGNE-ETAT(65:12).
           IF COMMANDE-RECUE(lc)
               MOVE "R" TO LIGNE-ETAT(78:1)
           END-IF.
           PERFORM ecrire-ligne-etat.

       editer-date.
           MOVE SPACES TO date-edit.
           STRING date-a-editer(7:2) "/" date-a-editer(5:2) "/"
               date-a-editer(1:4)
               DELIMITED BY SIZE INTO date-edit.

       *>Commandes en cours : a l'ecran, et dans un etat catalogue qui
       *>marque celles dont le delai du fournisseur est depasse.
       lister-en-cours.
           PERFORM charger-fournisseurs.
           PERFORM charger-commandes.
           DISPLAY plage-entete-liste.
           MOVE 2 TO ligne-ecran.
           PERFORM VARYING lc FROM 1 BY 1
                   UNTIL lc > nb-lignes-commandes
               IF COMMANDE-EN-COURS(lc)
                   IF ligne-ecran > 20
                       DISPLAY plage-pause
                       ACCEPT plage-pause
                       DISPLAY plage-entete-liste
                       MOVE 2 TO ligne-ecran
                   END-IF
                   COMPUTE reste-a-recevoir =
                       cde-t-quantite(lc) - cde-t-recue(lc)
                   DISPLAY plage-ligne-commande
                   ADD 1 TO ligne-ecran
               END-IF
           END-PERFORM.
           PERFORM ecrire-etat-en-cours.
           DISPLAY plage-message.
           DISPLAY plage-rapport.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       ecrire-etat-en-cours.
           MOVE 0 TO nb-en-cours.
           MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
           MOVE 0 TO nb-lignes-rapport.
           MOVE SPACES TO nom-rapport.
           STRING "RAPPORT-COMMANDES-" horodatage-etat ".DAT"
               DELIMITED BY SIZE INTO nom-rapport.
           OPEN OUTPUT FICHIER-ETAT.
           MOVE SPACES TO LIGNE-ETAT.
           STRING "Commandes fournisseurs en cours au " horodatage-etat
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           MOVE "Numero" TO LIGNE-ETAT(1:6).
           MOVE "Date" TO LIGNE-ETAT(8:4).
           MOVE "Fournis." TO LIGNE-ETAT(19:8).
           MOVE "Article" TO LIGNE-ETAT(28:7).
           MOVE "Commande" TO LIGNE-ETAT(40:8).
           MOVE "Recu" TO LIGNE-ETAT(55:4).
           MOVE "Reste" TO LIGNE-ETAT(65:5).
           MOVE "Jours" TO LIGNE-ETAT(71:5).
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING lc FROM 1 BY 1
                   UNTIL lc > nb-lignes-commandes
               IF COMMANDE-EN-COURS(lc)
                   PERFORM editer-ligne-en-cours
               END-IF
           END-PERFORM.
           PERFORM ecrire-ligne-etat.
           MOVE nb-en-cours TO compte-edit.
           STRING "Lignes en cours : " compte-edit
               "   (* livraison prevue depassee)"
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           CLOSE FICHIER-ETAT.
           PERFORM cataloguer-rapport.
           STRING compte-edit " ligne(s) de commande en cours."
               DELIMITED BY SIZE INTO libelle-refus.

       editer-ligne-en-cours.
           ADD 1 TO nb-en-cours.
           MOVE cde-t-numero(lc) TO LIGNE-ETAT(1:6).
           MOVE cde-t-date(lc) TO date-a-editer.
           PERFORM editer-date.
           MOVE date-edit TO LIGNE-ETAT(8:10).
           MOVE cde-t-fournisseur(lc) TO LIGNE-ETAT(19:8).
           MOVE cde-t-article(lc) TO LIGNE-ETAT(28:8).
           MOVE cde-t-quantite(lc) TO quantite-edit.
           MOVE quantite-edit TO LIGNE-ETAT(37:11).
           MOVE cde-t-recue(lc) TO quantite-edit.
           MOVE quantite-edit TO LIGNE-ETAT(48:11).
           COMPUTE reste-a-recevoir =
               cde-t-quantite(lc) - cde-t-recue(lc).
           MOVE reste-a-recevoir TO quantite-edit.
           MOVE quantite-edit TO LIGNE-ETAT(59:11).
           MOVE 0 TO age-commande.
           IF cde-t-date(lc) > 19000000
               COMPUTE age-commande =
                   FUNCTION INTEGER-OF-DATE(date-du-jour)
                   - FUNCTION INTEGER-OF-DATE(cde-t-date(lc))
           END-IF.
           MOVE age-commande TO compte-edit.
           MOVE compte-edit TO LIGNE-ETAT(71:4).
           PERFORM prevoir-livraison.
           IF date-prevue-ligne > 0 AND date-du-jour > date-prevue-ligne
               MOVE "*" TO LIGNE-ETAT(76:1)
           END-IF.
           PERFORM ecrire-ligne-etat.

       *>Date de livraison prevue de la ligne lc ; une ligne passee
       *>sans date prevue se rabat sur le delai actuel du
       *>fournisseur (0 = pas de date, jamais en retard).
       prevoir-livraison.
           MOVE cde-t-date-prevue(lc) TO date-prevue-ligne.
           IF date-prevue-ligne = 0 AND cde-t-date(lc) > 19000000
               MOVE cde-t-fournisseur(lc) TO code-fournisseur-cherche
               PERFORM chercher-fournisseur
               IF fournisseur-trouve > 0
                   IF fou-t-delai(fournisseur-trouve) > 0
                       COMPUTE date-prevue-ligne =
                           FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(cde-t-date(lc))
                           + fou-t-delai(fournisseur-trouve))
                   END-IF
               END-IF
           END-IF.

       reimprimer-bon.
           MOVE 0 TO saisie-numero.
           DISPLAY plage-saisie-numero.
           ACCEPT plage-saisie-numero.
           PERFORM charger-commandes.
           PERFORM charger-fournisseurs.
           PERFORM charger-articles.
           MOVE 0 TO ligne-trouvee.
           PERFORM VARYING lc FROM 1 BY 1
                   UNTIL lc > nb-lignes-commandes OR ligne-trouvee > 0
               IF cde-t-numero(lc) = saisie-numero
                   MOVE lc TO ligne-trouvee
               END-IF
           END-PERFORM.
           IF ligne-trouvee = 0
               MOVE "Commande inconnue." TO libelle-refus
           ELSE
               MOVE saisie-numero TO numero-bon
               PERFORM ecrire-bon-commande
               MOVE "Bon de commande reimprime." TO libelle-refus
               DISPLAY plage-rapport
           END-IF.
           DISPLAY plage-message.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       COPY COMMANDE-CHARGE.

       COPY FOURNISSEUR-CHARGE.

       COPY ARTICLE-CHARGE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-commandes
           NOM-FICHIER-VERROU BY "VERROU-COMMANDES.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-commandes.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-commande
           NOM-PROGRAMME-JRN BY "CommandesFournisseurs"
           VALEUR-SAISIE BY valeur-journal.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "CommandesFournisseurs"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.
