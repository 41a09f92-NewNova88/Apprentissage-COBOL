      *>Etat hebdomadaire des commandes fournisseurs en retard : les
      *>lignes encore en cours dont la date de livraison prevue
      *>(date de commande plus le delai du fournisseur, ou a defaut
      *>le delai actuel de sa fiche) est depassee a la date de
      *>reference, avec les jours de retard, le reste a recevoir et
      *>sa valeur au prix d'achat. Les lignes passees en retard dans
      *>les sept derniers jours sont marquees N, pour qu'on sache
      *>qui relancer en premier. Les lignes sans date prevue
      *>(fournisseur sans delai) sont comptees a part. L'etat
      *>RAPPORT-RETARDS-CDE-<horo>.DAT s'inscrit au catalogue
      *>des rapports. Lancable par PiloteNuit (job RETARDS, le jour
      *>de la semaine choisi) ; a l'ecran, la date du jour. Lecture
      *>seule, pas de verrou.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetardsCommandes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COMMANDE-FICHIER.
           COPY FOURNISSEUR-FICHIER.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY COMMANDE-FD.

       COPY FOURNISSEUR-FD.

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       COPY PILOTAGE.
       COPY COMMANDE-ZONE.
       COPY FOURNISSEUR-ZONE.
       77 horodatage-etat PIC X(14).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.
       77 jour-reference PIC 9(08).
       77 touche PIC X(01).
       *>Date prevue et retard de la ligne examinee, en jours.
       77 date-prevue-ligne PIC 9(08).
       77 retard-ligne PIC S9(6).
       77 reste-a-recevoir PIC 9(7)V99.
       77 montant-reste PIC 9(9)V99.
       77 derniere-commande PIC 9(06) VALUE 0.
       77 nb-lignes-retard PIC 9(4) VALUE 0.
       77 nb-commandes-retard PIC 9(4) VALUE 0.
       77 nb-nouveaux-retards PIC 9(4) VALUE 0.
       77 nb-sans-date PIC 9(4) VALUE 0.
       77 total-retard PIC 9(11)V99 VALUE 0.
       77 date-a-editer PIC 9(08).
       77 date-edit PIC X(10).
       77 retard-edit PIC zzzz9.
       77 quantite-edit PIC -(6)9.99.
       77 montant-edit PIC z(8)9.99.
       77 total-edit PIC z(10)9.99.
       77 compte-edit PIC zzz9.

       SCREEN SECTION.
       1 plage-fini.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Commandes fournisseurs en retard'.
           2 LINE 3 COL 1 VALUE 'Etat genere        : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 4 COL 1 VALUE 'Lignes en retard   : '.
           2 PIC zzz9 FROM nb-lignes-retard.
           2 LINE 5 COL 1 VALUE 'Commandes en retard: '.
           2 PIC zzz9 FROM nb-commandes-retard.
           2 LINE 6 COL 1 VALUE 'Reste HT en retard : '.
           2 PIC z(10)9.99 FROM total-retard.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
       MOVE horodatage-etat(1:8) TO jour-reference.
       IF PILOTE-EN-COMMANDE AND pilote-date IS NUMERIC
           MOVE pilote-date TO jour-reference
           IF FUNCTION TEST-DATE-YYYYMMDD(jour-reference) NOT = 0
               MOVE horodatage-etat(1:8) TO jour-reference
           END-IF
       END-IF.
       MOVE 0 TO nb-lignes-retard nb-commandes-retard
           nb-nouveaux-retards nb-sans-date derniere-commande.
       MOVE 0 TO total-retard.
       PERFORM charger-fournisseurs.
       PERFORM charger-commandes.
       MOVE SPACES TO nom-rapport.
       STRING "RAPPORT-RETARDS-CDE-" horodatage-etat ".DAT"
           DELIMITED BY SIZE INTO nom-rapport.
       OPEN OUTPUT FICHIER-ETAT.
       MOVE SPACES TO LIGNE-ETAT.
       MOVE jour-reference TO date-a-editer.
       PERFORM editer-date.
       STRING "Commandes fournisseurs en retard au " date-edit
           DELIMITED BY SIZE INTO LIGNE-ETAT.
       PERFORM ecrire-ligne-etat.
       PERFORM ecrire-ligne-etat.
       MOVE "Numero" TO LIGNE-ETAT(1:6).
       MOVE "Fournis." TO LIGNE-ETAT(8:8).
       MOVE "Article" TO LIGNE-ETAT(17:7).
       MOVE "Commande" TO LIGNE-ETAT(26:8).
       MOVE "Prevue" TO LIGNE-ETAT(37:6).
       MOVE "Jours" TO LIGNE-ETAT(48:5).
       MOVE "Reste" TO LIGNE-ETAT(60:5).
       MOVE "Valeur HT" TO LIGNE-ETAT(69:9).
       PERFORM ecrire-ligne-etat.
       PERFORM VARYING lc FROM 1 BY 1 UNTIL lc > nb-lignes-commandes
           IF COMMANDE-EN-COURS(lc)
               PERFORM examiner-ligne
           END-IF
       END-PERFORM.
       PERFORM ecrire-ligne-etat.
       MOVE nb-lignes-retard TO compte-edit.
       STRING "Lignes en retard          : " compte-edit
           DELIMITED BY SIZE INTO LIGNE-ETAT.
       PERFORM ecrire-ligne-etat.
       MOVE nb-commandes-retard TO compte-edit.
       STRING "Commandes en retard       : " compte-edit
           DELIMITED BY SIZE INTO LIGNE-ETAT.
       PERFORM ecrire-ligne-etat.
       MOVE nb-nouveaux-retards TO compte-edit.
       STRING "Dont en retard cette sem. : " compte-edit
           "   (marquees N)"
           DELIMITED BY SIZE INTO LIGNE-ETAT.
       PERFORM ecrire-ligne-etat.
       MOVE total-retard TO total-edit.
       STRING "Reste HT en retard        : " total-edit
           DELIMITED BY SIZE INTO LIGNE-ETAT.
       PERFORM ecrire-ligne-etat.
       IF nb-sans-date > 0
           MOVE nb-sans-date TO compte-edit
           STRING "Lignes sans date prevue   : " compte-edit
               "   (fournisseur sans delai)"
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
       *>depuis MenuAchats et PiloteNuit.
       GOBACK.

       *>Une ligne en cours dont la date prevue est passee est en
       *>retard ; le fichier etant dans l'ordre des numeros, une
       *>commande se compte a sa premiere ligne en retard.
       examiner-ligne.
           PERFORM prevoir-livraison.
           EVALUATE TRUE
               WHEN date-prevue-ligne = 0
                   ADD 1 TO nb-sans-date
               WHEN jour-reference > date-prevue-ligne
                   PERFORM editer-ligne-retard
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       editer-ligne-retard.
           ADD 1 TO nb-lignes-retard.
           IF cde-t-numero(lc) NOT = derniere-commande
               ADD 1 TO nb-commandes-retard
               MOVE cde-t-numero(lc) TO derniere-commande
           END-IF.
           COMPUTE retard-ligne =
               FUNCTION INTEGER-OF-DATE(jour-reference)
               - FUNCTION INTEGER-OF-DATE(date-prevue-ligne).
           COMPUTE reste-a-recevoir =
               cde-t-quantite(lc) - cde-t-recue(lc).
           COMPUTE montant-reste ROUNDED =
               reste-a-recevoir * cde-t-prix-achat(lc).
           ADD montant-reste TO total-retard.
           MOVE cde-t-numero(lc) TO LIGNE-ETAT(1:6).
           MOVE cde-t-fournisseur(lc) TO LIGNE-ETAT(8:8).
           MOVE cde-t-article(lc) TO LIGNE-ETAT(17:8).
           MOVE cde-t-date(lc) TO date-a-editer.
           PERFORM editer-date.
           MOVE date-edit TO LIGNE-ETAT(26:10).
           MOVE date-prevue-ligne TO date-a-editer.
           PERFORM editer-date.
           MOVE date-edit TO LIGNE-ETAT(37:10).
           MOVE retard-ligne TO retard-edit.
           MOVE retard-edit TO LIGNE-ETAT(48:5).
           MOVE reste-a-recevoir TO quantite-edit.
           MOVE quantite-edit TO LIGNE-ETAT(54:10).
           MOVE montant-reste TO montant-edit.
           MOVE montant-edit TO LIGNE-ETAT(65:12).
           IF retard-ligne <= 7
               MOVE "N" TO LIGNE-ETAT(79:1)
               ADD 1 TO nb-nouveaux-retards
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

       editer-date.
           MOVE SPACES TO date-edit.
           STRING date-a-editer(7:2) "/" date-a-editer(5:2) "/"
               date-a-editer(1:4)
               DELIMITED BY SIZE INTO date-edit.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       COPY COMMANDE-CHARGE.

       COPY FOURNISSEUR-CHARGE.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "RetardsCommandes"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.
