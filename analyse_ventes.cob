      *>Analyse des ventes : la direction n'avait que le total du
      *>jour au comptage du tiroir pour savoir quand on vend et ce
      *>qui se vend. Cet etat relit TICKETS.DAT sur une periode
      *>(vide = le mois precedent) et donne les ventes TTC et le
      *>nombre de tickets par heure de la journee et par jour de la
      *>semaine, avec leur moyenne par jour ouvert — les jours
      *>fermes et feries de CALENDRIER.DAT sortent des moyennes —,
      *>le panier moyen, puis les 20 meilleurs et les 20 moins bons
      *>articles (ventes HT nettes des remboursements, articles du
      *>fichier jamais vendus compris). L'heure et le jour d'un
      *>ticket sont ceux de son en-tete E ; un remboursement compte
      *>au jour ou il est emis. L'etat est horodate, double d'un
      *>CSV pour le tableur, et les deux s'inscrivent au catalogue
      *>des rapports. Simple lecture : pas de verrou.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnalyseVentes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHIER-TICKETS ASSIGN TO "TICKETS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-tickets.
           COPY CALENDRIER-FICHIER.
           COPY ARTICLE-FICHIER.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FICHIER-EXPORT ASSIGN USING nom-export
               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       *>Meme dessin que les tickets ecrits par CalculPrix.
       COPY TICKETS-FD.

       COPY CALENDRIER-FD.

       COPY ARTICLE-FD.

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

       FD FICHIER-EXPORT.
       1 LIGNE-EXPORT PIC X(120).

       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       COPY CALENDRIER-ZONE.
       COPY ARTICLE-ZONE.
       77 statut-tickets PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.

       *>Periode analysee : saisie a l'ecran, vide = le mois
       *>precedent.
       77 date-debut PIC X(08) VALUE SPACES.
       77 date-fin PIC X(08) VALUE SPACES.
       77 date-jour PIC 9(08).
       77 date-calcul PIC 9(08).
       77 entier-jour PIC 9(07).
       77 entier-debut PIC 9(07).
       77 entier-fin PIC 9(07).
       77 periode-valide PIC X(01) VALUE 'O'.

       *>Ticket en cours de lecture.
       77 ticket-dans-periode PIC X(01) VALUE 'N'.
       77 ticket-remboursement PIC X(01) VALUE 'N'.
       77 heure-ticket PIC 99.
       77 jour-ticket PIC 9.
       77 montant-ttc PIC S9(9)V99.
       77 montant-ht PIC S9(9)V99.
       77 quantite-ligne PIC S9(7)V99.

       *>Cumuls par heure (1 = 0h ... 24 = 23h) et par jour de
       *>semaine (1 = lundi ... 7 = dimanche), avec le nombre de
       *>jours ouverts de la periode pour chaque jour de semaine.
       77 hr PIC 99.
       1 cumuls-heures.
           2 cumul-heure OCCURS 24.
               3 cmh-tickets PIC 9(6).
               3 cmh-ventes PIC S9(11)V99.
       77 js PIC 9.
       1 cumuls-jours.
           2 cumul-jour OCCURS 7.
               3 cmj-tickets PIC 9(6).
               3 cmj-ventes PIC S9(11)V99.
               3 cmj-ouverts PIC 9(4).
       1 noms-jours-valeurs.
           2 FILLER PIC X(08) VALUE "Lundi".
           2 FILLER PIC X(08) VALUE "Mardi".
           2 FILLER PIC X(08) VALUE "Mercredi".
           2 FILLER PIC X(08) VALUE "Jeudi".
           2 FILLER PIC X(08) VALUE "Vendredi".
           2 FILLER PIC X(08) VALUE "Samedi".
           2 FILLER PIC X(08) VALUE "Dimanche".
       1 noms-jours REDEFINES noms-jours-valeurs.
           2 nom-jour PIC X(08) OCCURS 7.
       77 jour-ferme PIC X(01).
       77 jours-ouverts PIC 9(4) VALUE 0.

       *>Totaux de la periode.
       77 nb-ventes PIC 9(6) VALUE 0.
       77 total-ventes PIC S9(11)V99 VALUE 0.
       77 nb-remboursements PIC 9(6) VALUE 0.
       77 total-remboursements PIC S9(11)V99 VALUE 0.
       77 ventes-hors-article PIC S9(11)V99 VALUE 0.
       77 moyenne PIC S9(9)V99.

       *>Ventes par article : d'abord tous les articles du fichier
       *>(a zero), puis les codes vendus qui n'y sont plus. Triee par
       *>montant decroissant pour le classement ; DEPENDING ON pour
       *>que le SORT ne travaille que sur les articles reels.
       77 nb-ventes-articles PIC 9(4) VALUE 0.
       77 va PIC 9(4).
       77 vente-trouvee PIC 9(4).
       77 ventes-articles-tronquees PIC X(01) VALUE 'N'.
       77 rang PIC 9(4).
       77 premier-rang PIC 9(4).
       1 table-ventes-articles.
           2 vente-article OCCURS 1 TO 600
                   DEPENDING ON nb-ventes-articles.
               3 vta-code PIC X(08).
               3 vta-designation PIC X(20).
               3 vta-quantite PIC S9(7)V99.
               3 vta-montant PIC S9(11)V99.

       *>Champs edites et catalogue.
       77 montant-edit PIC -(10)9.99.
       77 moyenne-edit PIC -(8)9.99.
       77 quantite-edit PIC -(6)9.99.
       77 compte-edit PIC zzzzz9.
       77 heure-edit PIC 99.
       77 rang-edit PIC zz9.
       77 montant-csv PIC -(10)9.99.
       77 moyenne-csv PIC -(8)9.99.
       77 quantite-csv PIC -(6)9.99.
       77 rubrique-csv PIC X(12).
       77 horodatage-etat PIC X(14).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.
       77 nom-export PIC X(40).
       77 nb-lignes-export PIC 9(6) VALUE 0.

       SCREEN SECTION.
       1 plage-periode.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Analyse des ventes'.
           2 LINE 3 COL 1 VALUE
               'Du AAAAMMJJ (vide = mois precedent) : '.
           2 PIC X(08) TO date-debut.
           2 LINE 4 COL 1 VALUE
               'Au AAAAMMJJ (vide = mois precedent) : '.
           2 PIC X(08) TO date-fin.

       1 plage-periode-invalide.
           2 LINE 6 COL 1 VALUE
               'Periode invalide : rien n''est produit.'.

       1 plage-fini.
           2 LINE 6 COL 1 VALUE 'Periode du '.
           2 PIC X(08) FROM date-debut.
           2 VALUE ' au '.
           2 PIC X(08) FROM date-fin.
           2 LINE 7 COL 1 VALUE 'Etat genere : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 8 COL 1 VALUE 'Tableur     : '.
           2 PIC X(40) FROM nom-export.
           2 LINE 9 COL 1 VALUE 'Tickets de vente : '.
           2 PIC zzzzz9 FROM nb-ventes.
           2 LINE 10 COL 1 VALUE 'Ventes TTC       : '.
           2 PIC -(10)9.99 FROM total-ventes.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "TICKETS.DAT"
           ENTETE-ATTENDU BY entete-tickets.
       MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
       MOVE horodatage-etat(1:8) TO date-jour.
       DISPLAY plage-periode.
       ACCEPT plage-periode.
       PERFORM borner-periode.
       IF periode-valide NOT = 'O'
           DISPLAY plage-periode-invalide
           GOBACK
       END-IF.
       INITIALIZE cumuls-heures.
       INITIALIZE cumuls-jours.
       PERFORM charger-calendrier.
       PERFORM compter-jours-ouverts.
       PERFORM charger-articles.
       PERFORM preparer-ventes-articles.
       PERFORM cumuler-tickets.
       IF nb-ventes-articles > 0
           SORT vente-article DESCENDING vta-montant
       END-IF.
       PERFORM ecrire-etat.
       PERFORM ecrire-export.
       DISPLAY plage-fini.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis MenuOutils.
       GOBACK.

       *>Le mois precedent celui du jour ; une seule borne saisie
       *>garde l'autre par defaut.
       borner-periode.
           MOVE date-jour TO date-calcul.
           MOVE 01 TO date-calcul(7:2).
           COMPUTE entier-jour =
               FUNCTION INTEGER-OF-DATE(date-calcul) - 1.
           COMPUTE date-calcul = FUNCTION DATE-OF-INTEGER(entier-jour).
           IF date-fin = SPACES
               MOVE date-calcul TO date-fin
           END-IF.
           MOVE 01 TO date-calcul(7:2).
           IF date-debut = SPACES
               MOVE date-calcul TO date-debut
           END-IF.
           IF date-debut IS NOT NUMERIC OR date-fin IS NOT NUMERIC
               MOVE 'N' TO periode-valide
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(date-debut)) NOT = 0
                       OR FUNCTION TEST-DATE-YYYYMMDD(
                           FUNCTION NUMVAL(date-fin)) NOT = 0
                       OR date-debut > date-fin
                   MOVE 'N' TO periode-valide
               END-IF
           END-IF.

       *>Jours ouverts de la periode, par jour de semaine : le jour
       *>doit etre ouvert au calendrier et ne pas etre ferie.
       compter-jours-ouverts.
           COMPUTE entier-debut =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(date-debut)).
           COMPUTE entier-fin =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(date-fin)).
           PERFORM VARYING entier-jour FROM entier-debut BY 1
                   UNTIL entier-jour > entier-fin
               COMPUTE js = FUNCTION MOD(entier-jour - 1, 7) + 1
               COMPUTE date-calcul =
                   FUNCTION DATE-OF-INTEGER(entier-jour)
               MOVE 'N' TO jour-ferme
               IF cal-j-ouvert(js) NOT = 'O'
                   MOVE 'O' TO jour-ferme
               END-IF
               PERFORM VARYING fer FROM 1 BY 1 UNTIL fer > nb-feries
                   IF jour-ferie-cal(fer) = date-calcul
                       MOVE 'O' TO jour-ferme
                   END-IF
               END-PERFORM
               IF jour-ferme = 'N'
                   ADD 1 TO cmj-ouverts(js)
                   ADD 1 TO jours-ouverts
               END-IF
           END-PERFORM.

       preparer-ventes-articles.
           MOVE 0 TO nb-ventes-articles.
           PERFORM VARYING ar FROM 1 BY 1 UNTIL ar > nb-articles
               ADD 1 TO nb-ventes-articles
               MOVE art-t-code(ar) TO vta-code(nb-ventes-articles)
               MOVE art-t-designation(ar)
                   TO vta-designation(nb-ventes-articles)
               MOVE 0 TO vta-quantite(nb-ventes-articles)
               MOVE 0 TO vta-montant(nb-ventes-articles)
           END-PERFORM.

       *>L'en-tete E (vente) ou A (remboursement) dit si le ticket
       *>est dans la periode ; les lignes L s'ajoutent, les lignes R
       *>se deduisent, la ligne T donne le montant du ticket.
       cumuler-tickets.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-TICKETS.
           IF statut-tickets = "00"
               PERFORM sauter-entete-tickets
               READ FICHIER-TICKETS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   EVALUATE TIK-TYPE
                       WHEN 'E'
                           PERFORM ouvrir-vente
                       WHEN 'A'
                           PERFORM ouvrir-remboursement
                       WHEN 'L'
                       WHEN 'R'
                           IF ticket-dans-periode = 'O'
                               PERFORM cumuler-ligne
                           END-IF
                       WHEN 'T'
                           IF ticket-dans-periode = 'O'
                               PERFORM cumuler-total
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   READ FICHIER-TICKETS
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TICKETS
           END-IF.

       *>"Ticket du AAAAMMJJ HHMMSS"
       ouvrir-vente.
           MOVE 'N' TO ticket-remboursement.
           MOVE 'N' TO ticket-dans-periode.
           IF TIK-TEXTE(11:8) IS NUMERIC
                   AND TIK-TEXTE(11:8) >= date-debut
                   AND TIK-TEXTE(11:8) <= date-fin
               MOVE 'O' TO ticket-dans-periode
               ADD 1 TO nb-ventes
               COMPUTE entier-jour = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(TIK-TEXTE(11:8)))
               COMPUTE jour-ticket =
                   FUNCTION MOD(entier-jour - 1, 7) + 1
               MOVE 0 TO heure-ticket
               IF TIK-TEXTE(20:2) IS NUMERIC
                       AND TIK-TEXTE(20:2) < "24"
                   MOVE TIK-TEXTE(20:2) TO heure-ticket
               END-IF
               ADD 1 TO cmh-tickets(heure-ticket + 1)
               ADD 1 TO cmj-tickets(jour-ticket)
           END-IF.

       *>"Remboursement du ticket NNNNNN le AAAAMMJJ HHMMSS"
       ouvrir-remboursement.
           MOVE 'O' TO ticket-remboursement.
           MOVE 'N' TO ticket-dans-periode.
           IF TIK-TEXTE(35:8) IS NUMERIC
                   AND TIK-TEXTE(35:8) >= date-debut
                   AND TIK-TEXTE(35:8) <= date-fin
               MOVE 'O' TO ticket-dans-periode
               ADD 1 TO nb-remboursements
           END-IF.

       *>HT net en position 4 de la ligne ; les lignes sans code
       *>article (montant libre) ne se classent pas.
       cumuler-ligne.
           MOVE 0 TO montant-ht.
           IF FUNCTION TEST-NUMVAL(TIK-TEXTE(4:10)) = 0
               COMPUTE montant-ht = FUNCTION NUMVAL(TIK-TEXTE(4:10))
           END-IF.
           MOVE TIK-QUANTITE TO quantite-ligne.
           IF ticket-remboursement = 'O'
               COMPUTE montant-ht = 0 - montant-ht
               COMPUTE quantite-ligne = 0 - quantite-ligne
           END-IF.
           IF TIK-ARTICLE = SPACES
               ADD montant-ht TO ventes-hors-article
           ELSE
               PERFORM ranger-vente-article
               IF vente-trouvee > 0
                   ADD montant-ht TO vta-montant(vente-trouvee)
                   ADD quantite-ligne TO vta-quantite(vente-trouvee)
               END-IF
           END-IF.

       ranger-vente-article.
           MOVE 0 TO vente-trouvee.
           PERFORM VARYING va FROM 1 BY 1
                   UNTIL va > nb-ventes-articles OR vente-trouvee > 0
               IF vta-code(va) = TIK-ARTICLE
                   MOVE va TO vente-trouvee
               END-IF
           END-PERFORM.
           IF vente-trouvee = 0
               IF nb-ventes-articles < 600
                   ADD 1 TO nb-ventes-articles
                   MOVE nb-ventes-articles TO vente-trouvee
                   MOVE TIK-ARTICLE TO vta-code(vente-trouvee)
                   MOVE "(hors fichier)"
                       TO vta-designation(vente-trouvee)
                   MOVE 0 TO vta-quantite(vente-trouvee)
                   MOVE 0 TO vta-montant(vente-trouvee)
               ELSE
                   MOVE 'O' TO ventes-articles-tronquees
               END-IF
           END-IF.

       *>"TOTAL TTC x" (vente) ou "TOTAL REMBOURSE TTC x".
       cumuler-total.
           MOVE 0 TO montant-ttc.
           IF ticket-remboursement = 'O'
               IF FUNCTION TEST-NUMVAL(TIK-TEXTE(21:10)) = 0
                   COMPUTE montant-ttc =
                       FUNCTION NUMVAL(TIK-TEXTE(21:10))
               END-IF
               ADD montant-ttc TO total-remboursements
           ELSE
               IF FUNCTION TEST-NUMVAL(TIK-TEXTE(11:10)) = 0
                   COMPUTE montant-ttc =
                       FUNCTION NUMVAL(TIK-TEXTE(11:10))
               END-IF
               ADD montant-ttc TO total-ventes
               ADD montant-ttc TO cmh-ventes(heure-ticket + 1)
               ADD montant-ttc TO cmj-ventes(jour-ticket)
           END-IF.

       ecrire-etat.
           MOVE SPACES TO nom-rapport.
           STRING "RAPPORT-VENTES-" horodatage-etat ".DAT"
               DELIMITED BY SIZE INTO nom-rapport.
           OPEN OUTPUT FICHIER-ETAT.
           MOVE SPACES TO LIGNE-ETAT.
           STRING "Analyse des ventes du " date-debut " au " date-fin
               " (etablie le " horodatage-etat ")"
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE jours-ouverts TO compte-edit.
           STRING "Jours ouverts de la periode : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           PERFORM editer-heures.
           PERFORM editer-jours.
           PERFORM editer-panier.
           PERFORM editer-meilleurs.
           PERFORM editer-moins-bons.
           CLOSE FICHIER-ETAT.
           PERFORM cataloguer-rapport.

       *>Seules les heures ou l'on a vendu sont imprimees.
       editer-heures.
           MOVE "Par heure" TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE "Heure" TO LIGNE-ETAT(1:5).
           MOVE "Tickets" TO LIGNE-ETAT(9:7).
           MOVE "Ventes TTC" TO LIGNE-ETAT(24:10).
           MOVE "Moyenne/jour ouvert" TO LIGNE-ETAT(37:19).
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING hr FROM 1 BY 1 UNTIL hr > 24
               IF cmh-tickets(hr) > 0
                   COMPUTE heure-edit = hr - 1
                   MOVE cmh-tickets(hr) TO compte-edit
                   MOVE cmh-ventes(hr) TO montant-edit
                   MOVE 0 TO moyenne
                   IF jours-ouverts > 0
                       COMPUTE moyenne ROUNDED =
                           cmh-ventes(hr) / jours-ouverts
                   END-IF
                   MOVE moyenne TO moyenne-edit
                   STRING heure-edit "h    " compte-edit "  "
                       montant-edit "    " moyenne-edit
                       DELIMITED BY SIZE INTO LIGNE-ETAT
                   PERFORM ecrire-ligne-etat
               END-IF
           END-PERFORM.
           PERFORM ecrire-ligne-etat.

       *>Un jour de semaine sans aucun jour ouvert dans la periode
       *>n'a pas de moyenne.
       editer-jours.
           MOVE "Par jour de semaine" TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE "Jour" TO LIGNE-ETAT(1:4).
           MOVE "Ouverts" TO LIGNE-ETAT(10:7).
           MOVE "Tickets" TO LIGNE-ETAT(19:7).
           MOVE "Ventes TTC" TO LIGNE-ETAT(34:10).
           MOVE "Moyenne/jour" TO LIGNE-ETAT(50:12).
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING js FROM 1 BY 1 UNTIL js > 7
               MOVE cmj-ouverts(js) TO rang-edit
               MOVE cmj-tickets(js) TO compte-edit
               MOVE cmj-ventes(js) TO montant-edit
               STRING nom-jour(js) "    " rang-edit "   " compte-edit
                   "  " montant-edit
                   DELIMITED BY SIZE INTO LIGNE-ETAT
               IF cmj-ouverts(js) > 0
                   COMPUTE moyenne ROUNDED =
                       cmj-ventes(js) / cmj-ouverts(js)
                   MOVE moyenne TO moyenne-edit
                   MOVE moyenne-edit TO LIGNE-ETAT(49:12)
               ELSE
                   MOVE "ferme" TO LIGNE-ETAT(56:5)
               END-IF
               PERFORM ecrire-ligne-etat
           END-PERFORM.
           PERFORM ecrire-ligne-etat.

       editer-panier.
           MOVE nb-ventes TO compte-edit.
           STRING "Tickets de vente         : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE total-ventes TO montant-edit.
           STRING "Ventes TTC               : " montant-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE 0 TO moyenne.
           IF nb-ventes > 0
               COMPUTE moyenne ROUNDED = total-ventes / nb-ventes
           END-IF.
           MOVE moyenne TO moyenne-edit.
           STRING "Panier moyen TTC         : " moyenne-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE nb-remboursements TO compte-edit.
           MOVE total-remboursements TO montant-edit.
           STRING "Remboursements           : " compte-edit
               " pour " montant-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE ventes-hors-article TO montant-edit.
           STRING "Ventes HT hors article   : " montant-edit
               " (montants libres)"
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.

       editer-meilleurs.
           MOVE "Les 20 meilleurs articles (ventes HT nettes)"
               TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM editer-titre-articles.
           PERFORM VARYING rang FROM 1 BY 1
                   UNTIL rang > 20 OR rang > nb-ventes-articles
               MOVE rang TO va
               PERFORM editer-ligne-article
           END-PERFORM.
           PERFORM ecrire-ligne-etat.

       *>Les 20 derniers du classement, le plus faible en tete.
       editer-moins-bons.
           MOVE "Les 20 moins bons articles (ventes HT nettes)"
               TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM editer-titre-articles.
           PERFORM calculer-premier-rang.
           PERFORM VARYING rang FROM nb-ventes-articles BY -1
                   UNTIL rang < premier-rang OR rang = 0
               MOVE rang TO va
               PERFORM editer-ligne-article
           END-PERFORM.
           IF ventes-articles-tronquees = 'O'
               MOVE "Plus de 600 articles : surplus non classe."
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.

       calculer-premier-rang.
           IF nb-ventes-articles > 20
               COMPUTE premier-rang = nb-ventes-articles - 19
           ELSE
               MOVE 1 TO premier-rang
           END-IF.

       editer-titre-articles.
           MOVE "Rang" TO LIGNE-ETAT(1:4).
           MOVE "Article" TO LIGNE-ETAT(6:7).
           MOVE "Designation" TO LIGNE-ETAT(15:11).
           MOVE "Quantite" TO LIGNE-ETAT(40:8).
           MOVE "Ventes HT" TO LIGNE-ETAT(56:9).
           PERFORM ecrire-ligne-etat.

       editer-ligne-article.
           MOVE va TO rang-edit.
           MOVE vta-quantite(va) TO quantite-edit.
           MOVE vta-montant(va) TO montant-edit.
           STRING rang-edit "  " vta-code(va) " " vta-designation(va)
               "  " quantite-edit "  " montant-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       *>Le CSV : les memes chiffres, une rubrique par ligne (HEURE,
       *>JOUR, PANIER, MEILLEURS, MOINS_BONS), montants en clair.
       ecrire-export.
           MOVE SPACES TO nom-export.
           STRING "EXPORT-VENTES-" horodatage-etat ".CSV"
               DELIMITED BY SIZE INTO nom-export.
           OPEN OUTPUT FICHIER-EXPORT.
           MOVE SPACES TO LIGNE-EXPORT.
           STRING "DEBUT;FIN;RUBRIQUE;CLE;LIBELLE;TICKETS;QUANTITE;"
               "MONTANT;JOURS_OUVERTS;MOYENNE"
               DELIMITED BY SIZE INTO LIGNE-EXPORT.
           PERFORM ecrire-ligne-export.
           PERFORM VARYING hr FROM 1 BY 1 UNTIL hr > 24
               IF cmh-tickets(hr) > 0
                   COMPUTE heure-edit = hr - 1
                   MOVE cmh-tickets(hr) TO compte-edit
                   MOVE cmh-ventes(hr) TO montant-csv
                   MOVE 0 TO moyenne
                   IF jours-ouverts > 0
                       COMPUTE moyenne ROUNDED =
                           cmh-ventes(hr) / jours-ouverts
                   END-IF
                   MOVE moyenne TO moyenne-csv
                   MOVE jours-ouverts TO rang-edit
                   MOVE SPACES TO LIGNE-EXPORT
                   STRING date-debut ";" date-fin ";HEURE;"
                       heure-edit ";;"
                       FUNCTION TRIM(compte-edit) ";;"
                       FUNCTION TRIM(montant-csv) ";"
                       FUNCTION TRIM(rang-edit) ";"
                       FUNCTION TRIM(moyenne-csv)
                       DELIMITED BY SIZE INTO LIGNE-EXPORT
                   PERFORM ecrire-ligne-export
               END-IF
           END-PERFORM.
           PERFORM VARYING js FROM 1 BY 1 UNTIL js > 7
               MOVE cmj-tickets(js) TO compte-edit
               MOVE cmj-ventes(js) TO montant-csv
               MOVE cmj-ouverts(js) TO rang-edit
               MOVE 0 TO moyenne
               IF cmj-ouverts(js) > 0
                   COMPUTE moyenne ROUNDED =
                       cmj-ventes(js) / cmj-ouverts(js)
               END-IF
               MOVE moyenne TO moyenne-csv
               MOVE SPACES TO LIGNE-EXPORT
               STRING date-debut ";" date-fin ";JOUR;" js ";"
                   FUNCTION TRIM(nom-jour(js)) ";"
                   FUNCTION TRIM(compte-edit) ";;"
                   FUNCTION TRIM(montant-csv) ";"
                   FUNCTION TRIM(rang-edit) ";"
                   FUNCTION TRIM(moyenne-csv)
                   DELIMITED BY SIZE INTO LIGNE-EXPORT
               PERFORM ecrire-ligne-export
           END-PERFORM.
           MOVE nb-ventes TO compte-edit.
           MOVE total-ventes TO montant-csv.
           MOVE 0 TO moyenne.
           IF nb-ventes > 0
               COMPUTE moyenne ROUNDED = total-ventes / nb-ventes
           END-IF.
           MOVE moyenne TO moyenne-csv.
           MOVE SPACES TO LIGNE-EXPORT.
           STRING date-debut ";" date-fin ";PANIER;;;"
               FUNCTION TRIM(compte-edit) ";;"
               FUNCTION TRIM(montant-csv) ";;"
               FUNCTION TRIM(moyenne-csv)
               DELIMITED BY SIZE INTO LIGNE-EXPORT.
           PERFORM ecrire-ligne-export.
           MOVE "MEILLEURS" TO rubrique-csv.
           PERFORM VARYING rang FROM 1 BY 1
                   UNTIL rang > 20 OR rang > nb-ventes-articles
               MOVE rang TO va
               PERFORM exporter-ligne-article
           END-PERFORM.
           MOVE "MOINS_BONS" TO rubrique-csv.
           PERFORM calculer-premier-rang.
           PERFORM VARYING rang FROM nb-ventes-articles BY -1
                   UNTIL rang < premier-rang OR rang = 0
               MOVE rang TO va
               PERFORM exporter-ligne-article
           END-PERFORM.
           CLOSE FICHIER-EXPORT.
           PERFORM cataloguer-export.

       *>La cle d'une ligne article est son rang au classement.
       exporter-ligne-article.
           MOVE va TO rang-edit.
           MOVE vta-quantite(va) TO quantite-csv.
           MOVE vta-montant(va) TO montant-csv.
           MOVE SPACES TO LIGNE-EXPORT.
           STRING date-debut ";" date-fin ";"
               FUNCTION TRIM(rubrique-csv) ";"
               FUNCTION TRIM(rang-edit) ";"
               FUNCTION TRIM(vta-code(va)) " "
               FUNCTION TRIM(vta-designation(va)) ";;"
               FUNCTION TRIM(quantite-csv) ";"
               FUNCTION TRIM(montant-csv) ";;"
               DELIMITED BY SIZE INTO LIGNE-EXPORT.
           PERFORM ecrire-ligne-export.

       ecrire-ligne-export.
           WRITE LIGNE-EXPORT.
           ADD 1 TO nb-lignes-export.

       COPY CALENDRIER-CHARGE.

       COPY ARTICLE-CHARGE.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "AnalyseVentes"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-export
           NOM-PROGRAMME-CAT BY "AnalyseVentes"
           NOM-FICHIER-CAT BY nom-export
           NB-LIGNES-CAT BY nb-lignes-export.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-tickets
           FICHIER-DESSIN BY FICHIER-TICKETS.
