      *>Visites par hote et par societe : CONTACTS.DAT ne portait
      *>qu'un nom par mouvement, et personne ne savait dire qui etait
      *>venu pour Martin mardi ni combien de fois la societe
      *>d'alarme etait passee ce trimestre. Depuis que l'arrivee
      *>saisit la societe du visiteur et l'operateur venu voir
      *>(hote), cet etat relit les arrivees d'une periode (vide = le
      *>mois precedent) et sort, par hote, le detail des visites
      *>avec leur total, puis, par societe (sans egard a la casse),
      *>le nombre de visites avec la premiere et la derniere. Les
      *>arrivees sans hote ou sans societe ont leur propre groupe.
      *>L'etat RAPPORT-VISITES-<horo>.DAT s'inscrit au catalogue des
      *>rapports. Lancable par PiloteNuit (job VISITES, le
      *>quantieme choisi de chaque mois, pour le mois precedent).
      *>Simple lecture : pas de verrou.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RapportVisites.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CONTACTS-FICHIER.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY CONTACTS-FD.

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       COPY PILOTAGE.
       77 statut-contacts PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-CONTACTS VALUE 'O'.
       77 horodatage-etat PIC X(14).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.
       77 touche PIC X(01).

       *>Periode de l'etat : saisie, ou le mois precedent le jour de
       *>reference (date du pilote en mode PiloteNuit).
       77 date-debut PIC X(08) VALUE SPACES.
       77 date-fin PIC X(08) VALUE SPACES.
       77 date-jour PIC 9(08).
       77 date-calcul PIC 9(08).
       77 entier-jour PIC 9(08).
       77 periode-valide PIC X(01) VALUE 'O'.

       *>Arrivees de la periode (2000) ; triees une fois par hote
       *>puis une fois par societe. DEPENDING ON pour que le SORT ne
       *>travaille que sur les arrivees reelles.
       77 nb-visites PIC 9(4) VALUE 0.
       77 vi PIC 9(4).
       77 visites-tronquees PIC X(01) VALUE 'N'.
       1 table-visites.
           2 visite OCCURS 1 TO 2000 DEPENDING ON nb-visites.
               3 vis-hote PIC X(08).
               3 vis-societe-cle PIC X(30).
               3 vis-horodatage PIC X(14).
               3 vis-nom PIC X(25).
               3 vis-societe PIC X(30).

       *>Ruptures : groupe en cours, sa premiere ligne et son compte.
       77 premiere-du-groupe PIC 9(4).
       77 nb-du-groupe PIC 9(4).
       77 vi-suivant PIC 9(4).
       77 nb-hotes PIC 9(4) VALUE 0.
       77 nb-societes PIC 9(4) VALUE 0.
       77 date-edit PIC X(10).
       77 heure-edit PIC X(05).
       77 compte-edit PIC zzz9.

       SCREEN SECTION.
       1 plage-periode.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Visites par hote et par societe'.
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
           2 LINE 8 COL 1 VALUE 'Arrivees    : '.
           2 PIC zzz9 FROM nb-visites.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
       MOVE horodatage-etat(1:8) TO date-jour.
       IF PILOTE-EN-COMMANDE
           IF pilote-date IS NUMERIC
               MOVE pilote-date TO date-jour
               IF FUNCTION TEST-DATE-YYYYMMDD(date-jour) NOT = 0
                   MOVE horodatage-etat(1:8) TO date-jour
               END-IF
           END-IF
       ELSE
           DISPLAY plage-periode
           ACCEPT plage-periode
       END-IF.
       PERFORM borner-periode.
       IF periode-valide NOT = 'O'
           IF NOT PILOTE-EN-COMMANDE
               DISPLAY plage-periode-invalide
               DISPLAY plage-pause
               ACCEPT plage-pause
           END-IF
           GOBACK
       END-IF.
       PERFORM charger-visites.
       MOVE SPACES TO nom-rapport.
       STRING "RAPPORT-VISITES-" horodatage-etat ".DAT"
           DELIMITED BY SIZE INTO nom-rapport.
       OPEN OUTPUT FICHIER-ETAT.
       MOVE SPACES TO LIGNE-ETAT.
       STRING "Visites du " date-debut(7:2) "/" date-debut(5:2) "/"
           date-debut(1:4) " au " date-fin(7:2) "/" date-fin(5:2) "/"
           date-fin(1:4)
           DELIMITED BY SIZE INTO LIGNE-ETAT.
       PERFORM ecrire-ligne-etat.
       IF visites-tronquees = 'O'
           MOVE "ATTENTION : plus de 2000 arrivees, periode tronquee."
               TO LIGNE-ETAT
           PERFORM ecrire-ligne-etat
       END-IF.
       PERFORM ecrire-ligne-etat.
       IF nb-visites > 0
           PERFORM editer-par-hote
           PERFORM editer-par-societe
       END-IF.
       PERFORM ecrire-ligne-etat.
       MOVE nb-visites TO compte-edit.
       STRING "Arrivees de la periode : " compte-edit
           DELIMITED BY SIZE INTO LIGNE-ETAT.
       PERFORM ecrire-ligne-etat.
       MOVE nb-hotes TO compte-edit.
       STRING "Hotes visites          : " compte-edit
           DELIMITED BY SIZE INTO LIGNE-ETAT.
       PERFORM ecrire-ligne-etat.
       MOVE nb-societes TO compte-edit.
       STRING "Societes venues        : " compte-edit
           DELIMITED BY SIZE INTO LIGNE-ETAT.
       PERFORM ecrire-ligne-etat.
       CLOSE FICHIER-ETAT.
       PERFORM cataloguer-rapport.
       IF NOT PILOTE-EN-COMMANDE
           DISPLAY plage-fini
           DISPLAY plage-pause
           ACCEPT plage-pause
       END-IF.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis MenuOutils et PiloteNuit.
       GOBACK.

       *>Le mois precedent celui du jour de reference ; une seule
       *>borne saisie garde l'autre par defaut (comme AnalyseVentes).
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

       *>Arrivees (sens E, ou blanc sur les vieilles lignes) de la
       *>periode ; la cle de societe est en majuscules pour que
       *>"Alarmes Dupont" et "ALARMES DUPONT" se regroupent.
       charger-visites.
           MOVE 0 TO nb-visites.
           OPEN INPUT FICHIER-CONTACTS.
           IF statut-contacts(1:1) = "0"
               READ FICHIER-CONTACTS NEXT RECORD
                   AT END SET PLUS-DE-CONTACTS TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-CONTACTS
                   IF CTC-SENS NOT = 'S'
                           AND CTC-HORODATAGE(1:8) >= date-debut
                           AND CTC-HORODATAGE(1:8) <= date-fin
                       PERFORM ranger-visite
                   END-IF
                   READ FICHIER-CONTACTS NEXT RECORD
                       AT END SET PLUS-DE-CONTACTS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONTACTS
           END-IF.

       ranger-visite.
           IF nb-visites < 2000
               ADD 1 TO nb-visites
               MOVE FUNCTION UPPER-CASE(CTC-HOTE)
                   TO vis-hote(nb-visites)
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(CTC-SOCIETE LEADING))
                   TO vis-societe-cle(nb-visites)
               MOVE CTC-HORODATAGE TO vis-horodatage(nb-visites)
               MOVE CTC-NOM TO vis-nom(nb-visites)
               MOVE CTC-SOCIETE TO vis-societe(nb-visites)
           ELSE
               MOVE 'O' TO visites-tronquees
           END-IF.

       *>Par hote : un titre a chaque nouvel hote, ses visites dans
       *>l'ordre chronologique, puis son total.
       editer-par-hote.
           SORT visite ASCENDING vis-hote vis-horodatage.
           MOVE "VISITES PAR HOTE" TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING vi FROM 1 BY 1 UNTIL vi > nb-visites
               IF vi = 1
                   PERFORM ouvrir-hote
               ELSE
                   IF vis-hote(vi) NOT = vis-hote(vi - 1)
                       PERFORM fermer-hote
                       PERFORM ouvrir-hote
                   END-IF
               END-IF
               PERFORM editer-visite
               ADD 1 TO nb-du-groupe
           END-PERFORM.
           PERFORM fermer-hote.

       ouvrir-hote.
           MOVE 0 TO nb-du-groupe.
           PERFORM ecrire-ligne-etat.
           IF vis-hote(vi) = SPACES
               MOVE "Sans hote" TO LIGNE-ETAT
           ELSE
               ADD 1 TO nb-hotes
               STRING "Hote " vis-hote(vi)
                   DELIMITED BY SIZE INTO LIGNE-ETAT
           END-IF.
           PERFORM ecrire-ligne-etat.

       fermer-hote.
           MOVE nb-du-groupe TO compte-edit.
           STRING "  Total : " compte-edit " visite(s)"
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.

       editer-visite.
           PERFORM editer-horodatage.
           MOVE date-edit TO LIGNE-ETAT(3:10).
           MOVE heure-edit TO LIGNE-ETAT(14:5).
           MOVE vis-nom(vi) TO LIGNE-ETAT(20:25).
           MOVE vis-societe(vi) TO LIGNE-ETAT(46:30).
           PERFORM ecrire-ligne-etat.

       *>Par societe : une ligne par societe avec le nombre de
       *>visites, la premiere et la derniere (table retriee).
       editer-par-societe.
           SORT visite ASCENDING vis-societe-cle vis-horodatage.
           PERFORM ecrire-ligne-etat.
           MOVE "VISITES PAR SOCIETE" TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           MOVE "Societe" TO LIGNE-ETAT(1:7).
           MOVE "Visites" TO LIGNE-ETAT(32:7).
           MOVE "Premiere" TO LIGNE-ETAT(42:8).
           MOVE "Derniere" TO LIGNE-ETAT(54:8).
           PERFORM ecrire-ligne-etat.
           MOVE 1 TO premiere-du-groupe.
           PERFORM VARYING vi FROM 2 BY 1 UNTIL vi > nb-visites
               IF vis-societe-cle(vi) NOT = vis-societe-cle(vi - 1)
                   PERFORM editer-societe
                   MOVE vi TO premiere-du-groupe
               END-IF
           END-PERFORM.
           PERFORM editer-societe.

       *>Groupe premiere-du-groupe .. vi - 1 ; l'orthographe retenue
       *>est celle de la premiere visite.
       editer-societe.
           COMPUTE nb-du-groupe = vi - premiere-du-groupe.
           IF vis-societe-cle(premiere-du-groupe) = SPACES
               MOVE "(societe non saisie)" TO LIGNE-ETAT(1:30)
           ELSE
               ADD 1 TO nb-societes
               MOVE vis-societe(premiere-du-groupe)
                   TO LIGNE-ETAT(1:30)
           END-IF.
           MOVE nb-du-groupe TO compte-edit.
           MOVE compte-edit TO LIGNE-ETAT(35:4).
           MOVE vi TO vi-suivant.
           MOVE premiere-du-groupe TO vi.
           PERFORM editer-horodatage.
           MOVE date-edit TO LIGNE-ETAT(42:10).
           COMPUTE vi = vi-suivant - 1.
           PERFORM editer-horodatage.
           MOVE date-edit TO LIGNE-ETAT(54:10).
           MOVE vi-suivant TO vi.
           PERFORM ecrire-ligne-etat.

       editer-horodatage.
           MOVE SPACES TO date-edit heure-edit.
           STRING vis-horodatage(vi)(7:2) "/" vis-horodatage(vi)(5:2)
               "/" vis-horodatage(vi)(1:4)
               DELIMITED BY SIZE INTO date-edit.
           STRING vis-horodatage(vi)(9:2) ":" vis-horodatage(vi)(11:2)
               DELIMITED BY SIZE INTO heure-edit.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "RapportVisites"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.
