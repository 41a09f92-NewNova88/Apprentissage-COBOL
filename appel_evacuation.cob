      *>Appel d'evacuation. A l'exercice incendie, la liste des
      *>presents d'InAndOut est partie a l'impression, mais notre
      *>propre personnel n'y figurait pas et personne ne pouvait
      *>cocher qui que ce soit au point de rassemblement. Lance du
      *>menu principal par le code 63 (sans droits a verifier ni
      *>verrou d'inactivite), ce programme sort d'abord une feuille
      *>d'appel unique : les visiteurs presents (occupation courante
      *>tenue par InAndOut, avec le badge) et le personnel pointe a
      *>l'entree sans sortie (POINTAGES.DAT). Une entree de plus de
      *>24 h sans sortie est un oubli de pointage probable : listee
      *>a part, a verifier, sans case a cocher.
      *>L'ecran d'appel passe ensuite chaque nom (O = retrouve, M =
      *>manquant) et repasse les non retrouves autant que
      *>necessaire ; a la cloture, un nom jamais coche compte comme
      *>manquant. Le resultat, avec l'heure de l'alerte, la duree de
      *>l'appel et le delai de chaque personne retrouvee, part dans
      *>l'historique MUSTER.DAT et au journal. Une evacuation ne se
      *>simule pas : l'historique s'ecrit meme en mode formation.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AppelEvacuation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRESENCES-FICHIER.
           SELECT OPTIONAL FICHIER-POINTAGES
               ASSIGN TO "POINTAGES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-pointages.
           SELECT OPTIONAL FICHIER-MUSTER ASSIGN TO "MUSTER.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-muster.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY PRESENCES-FD.

       FD FICHIER-POINTAGES.
       1 LIGNE-POINTAGE.
           2 PTG-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 PTG-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 PTG-SENS PIC X(01).
           2 FILLER PIC X(01).
           2 PTG-ORIGINE PIC X(01).

       *>Historique des appels : une ligne A par appel (alerte, fin,
       *>duree en secondes, E = exercice ou R = evacuation reelle,
       *>operateur, effectifs), suivie d'une ligne P par personne
       *>appelee (statut O ou M, delai en secondes depuis l'alerte
       *>pour une personne retrouvee). L'horodatage de l'alerte
       *>relie les lignes P a leur appel.
       FD FICHIER-MUSTER.
       1 LIGNE-MUSTER-APPEL.
           2 MUA-TYPE PIC X(01).
           2 FILLER PIC X(01).
           2 MUA-ALERTE PIC X(14).
           2 FILLER PIC X(01).
           2 MUA-FIN PIC X(14).
           2 FILLER PIC X(01).
           2 MUA-DUREE PIC 9(06).
           2 FILLER PIC X(01).
           2 MUA-NATURE PIC X(01).
           2 FILLER PIC X(01).
           2 MUA-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 MUA-VISITEURS PIC 9(03).
           2 FILLER PIC X(01).
           2 MUA-PERSONNEL PIC 9(03).
           2 FILLER PIC X(01).
           2 MUA-RETROUVES PIC 9(03).
           2 FILLER PIC X(01).
           2 MUA-MANQUANTS PIC 9(03).
       1 LIGNE-MUSTER-PERSONNE.
           2 MUP-TYPE PIC X(01).
           2 FILLER PIC X(01).
           2 MUP-ALERTE PIC X(14).
           2 FILLER PIC X(01).
           2 MUP-CATEGORIE PIC X(01).
           2 FILLER PIC X(01).
           2 MUP-NOM PIC X(25).
           2 FILLER PIC X(01).
           2 MUP-BADGE PIC X(06).
           2 FILLER PIC X(01).
           2 MUP-STATUT PIC X(01).
           2 FILLER PIC X(01).
           2 MUP-DELAI PIC 9(06).

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

       COPY CATALOGUE-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY JOURNAL-ETAT.
       77 statut-presences PIC X(02).
       77 statut-pointages PIC X(02).
       77 statut-muster PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.
       77 horodatage-etat PIC X(14).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.

       *>Rejeu des pointages : le pointage le plus recent par
       *>operateur (une correction s'ajoute en fin de fichier avec
       *>l'heure corrigee, d'ou la comparaison des horodatages).
       77 nb-pointes PIC 9(3) VALUE 0.
       77 pt PIC 9(3).
       77 pointe-trouve PIC 9(3).
       1 table-pointes.
           2 operateur-pointe OCCURS 100.
               3 pts-operateur PIC X(08).
               3 pts-sens PIC X(01).
               3 pts-horodatage PIC X(14).
       77 nb-oublis PIC 9(3) VALUE 0.

       *>Personnes a appeler, visiteurs (V) puis personnel (P) ;
       *>apl-statut : blanc = pas encore coche, O = retrouve, M =
       *>manquant.
       77 nb-appel PIC 9(3) VALUE 0.
       77 ap PIC 9(3).
       1 table-appel.
           2 personne-appelee OCCURS 300.
               3 apl-categorie PIC X(01).
               3 apl-nom PIC X(25).
               3 apl-badge PIC X(06).
               3 apl-societe PIC X(30).
               3 apl-hote PIC X(08).
               3 apl-entree PIC X(14).
               3 apl-statut PIC X(01).
               3 apl-retrouve-a PIC X(14).
       77 nb-visiteurs-appel PIC 9(3) VALUE 0.
       77 nb-personnel-appel PIC 9(3) VALUE 0.
       77 nb-retrouves PIC 9(3) VALUE 0.
       77 nb-manquants PIC 9(3) VALUE 0.
       77 nb-non-coches PIC 9(3) VALUE 0.
       77 tables-tronquees PIC X(01) VALUE 'N'.

       *>Horloge de l'appel, en secondes depuis l'origine du
       *>calendrier interne.
       77 horodatage-alerte PIC X(14).
       77 horodatage-fin PIC X(14).
       1 horodatage-calcul.
           2 hc-date PIC 9(08).
           2 hc-heure PIC 9(02).
           2 hc-minute PIC 9(02).
           2 hc-seconde PIC 9(02).
       77 seconde-calcul PIC 9(11).
       77 seconde-alerte PIC 9(11).
       77 seconde-limite PIC 9(11).
       77 duree-appel PIC 9(06) VALUE 0.
       77 duree-heures PIC 9(02).
       77 duree-minutes PIC 9(02).
       77 duree-secondes PIC 9(02).
       77 reste-duree PIC 9(06).
       77 duree-edit PIC X(08).

       77 operateur-appel PIC X(08).
       77 passage-complet PIC X(01).
       77 saisie-statut PIC X(01).
       77 reponse-appel PIC X(01).
       77 nature-appel PIC X(01) VALUE 'E'.
       77 ligne-ecran PIC 99.
       77 touche PIC X(01).
       77 date-a-editer PIC X(14).
       77 date-edit PIC X(16).
       77 compte-edit PIC zz9.
       77 valeur-journal PIC X(20).

       SCREEN SECTION.
       1 plage-titre-appel.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Appel d''evacuation : O = retrouve, M = manquant, '.
           2 VALUE 'Entree = inchange'.
           2 LINE 2 COL 1 VALUE 'Feuille : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 3 COL 1 VALUE 'No  C Nom'.
           2 COL 33 VALUE 'Badge  Societe'.
           2 COL 61 VALUE 'Hote'.

       1 plage-ligne-appel.
           2 LINE ligne-ecran COL 1 PIC zz9 FROM ap.
           2 COL 5 PIC X(01) FROM apl-categorie(ap).
           2 COL 7 PIC X(25) FROM apl-nom(ap).
           2 COL 33 PIC X(06) FROM apl-badge(ap).
           2 COL 40 PIC X(20) FROM apl-societe(ap).
           2 COL 61 PIC X(08) FROM apl-hote(ap).
           2 COL 71 VALUE '->'.
           2 COL 74 PIC X(01) USING saisie-statut.

       1 plage-aucun.
           2 LINE 5 COL 1 VALUE
               'Personne a appeler : ni visiteur present ni personnel'.
           2 VALUE ' pointe.'.

       1 plage-bilan-appel.
           2 LINE 21 COL 1 VALUE 'Retrouves : '.
           2 PIC zz9 FROM nb-retrouves.
           2 COL 20 VALUE 'Manquants : '.
           2 PIC zz9 FROM nb-manquants.
           2 COL 39 VALUE 'Non coches : '.
           2 PIC zz9 FROM nb-non-coches.

       1 plage-suite-appel.
           2 LINE 22 COL 1 VALUE
               'R = repasser les non retrouves, F = clore l''appel : '.
           2 PIC X(01) TO reponse-appel.

       1 plage-nature.
           2 LINE 23 COL 1 VALUE
               'Exercice ou evacuation reelle (E/R) : '.
           2 PIC X(01) TO nature-appel.

       1 plage-fin-appel.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Appel clos en '.
           2 PIC X(08) FROM duree-edit.
           2 LINE 2 COL 1 VALUE 'Retrouves : '.
           2 PIC zz9 FROM nb-retrouves.
           2 COL 20 VALUE 'Manquants : '.
           2 PIC zz9 FROM nb-manquants HIGHLIGHT.
           2 LINE 4 COL 1 VALUE 'Manquants :'.

       1 plage-ligne-manquant.
           2 LINE ligne-ecran COL 3 PIC X(01) FROM apl-categorie(ap).
           2 COL 5 PIC X(25) FROM apl-nom(ap).
           2 COL 31 PIC X(06) FROM apl-badge(ap).
           2 COL 38 PIC X(30) FROM apl-societe(ap).

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-alerte.
       MOVE horodatage-alerte TO horodatage-etat.
       MOVE horodatage-alerte TO horodatage-calcul.
       PERFORM calculer-seconde.
       MOVE seconde-calcul TO seconde-alerte.
       IF operateur-courant = SPACES OR LOW-VALUES
           MOVE "INCONNU" TO operateur-appel
       ELSE
           MOVE operateur-courant TO operateur-appel
       END-IF.
       MOVE 0 TO nb-appel nb-visiteurs-appel nb-personnel-appel
           nb-oublis.
       PERFORM charger-visiteurs.
       PERFORM charger-personnel.
       PERFORM editer-feuille.
       PERFORM cataloguer-rapport.
       MOVE nb-appel TO compte-edit.
       MOVE SPACES TO valeur-journal.
       STRING "EVACUATION " compte-edit
           DELIMITED BY SIZE INTO valeur-journal.
       PERFORM journaliser-appel.
       IF nb-appel = 0
           DISPLAY plage-titre-appel
           DISPLAY plage-aucun
           PERFORM compter-appel
       ELSE
           MOVE 'O' TO passage-complet
           PERFORM passer-appel
           MOVE 'N' TO passage-complet
           MOVE SPACE TO reponse-appel
           PERFORM UNTIL reponse-appel = 'F'
               DISPLAY plage-bilan-appel
               MOVE SPACE TO reponse-appel
               DISPLAY plage-suite-appel
               ACCEPT plage-suite-appel
               MOVE FUNCTION UPPER-CASE(reponse-appel)
                   TO reponse-appel
               IF reponse-appel = 'R'
                   PERFORM passer-appel
               END-IF
           END-PERFORM
       END-IF.
       MOVE 'E' TO nature-appel.
       DISPLAY plage-nature.
       ACCEPT plage-nature.
       MOVE FUNCTION UPPER-CASE(nature-appel) TO nature-appel.
       IF nature-appel NOT = 'R'
           MOVE 'E' TO nature-appel
       END-IF.
       PERFORM clore-appel.
       PERFORM historiser-appel.
       MOVE SPACES TO valeur-journal.
       MOVE nb-manquants TO compte-edit.
       STRING "APPEL " nature-appel " " compte-edit " MANQUANT"
           DELIMITED BY SIZE INTO valeur-journal.
       PERFORM journaliser-appel.
       MOVE SPACES TO valeur-journal.
       STRING "DUREE " duree-edit
           DELIMITED BY SIZE INTO valeur-journal.
       PERFORM journaliser-appel.
       PERFORM afficher-manquants.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis MenuPrincipal.
       GOBACK.

       *>Les visiteurs presents sont ceux de l'occupation courante,
       *>comme la liste des presents d'InAndOut.
       charger-visiteurs.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-PRESENCES.
           IF statut-presences(1:1) = "0"
               PERFORM UNTIL PLUS-DE-LIGNES
                   READ FICHIER-PRESENCES NEXT RECORD
                       AT END SET PLUS-DE-LIGNES TO TRUE
                       NOT AT END PERFORM ajouter-visiteur
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PRESENCES
           END-IF.

       ajouter-visiteur.
           IF nb-appel < 300
               ADD 1 TO nb-appel
               ADD 1 TO nb-visiteurs-appel
               MOVE 'V' TO apl-categorie(nb-appel)
               MOVE OCC-NOM TO apl-nom(nb-appel)
               IF OCC-BADGE IS NUMERIC
                   MOVE OCC-BADGE TO apl-badge(nb-appel)
               ELSE
                   MOVE SPACES TO apl-badge(nb-appel)
               END-IF
               MOVE OCC-SOCIETE TO apl-societe(nb-appel)
               MOVE OCC-HOTE TO apl-hote(nb-appel)
               MOVE OCC-HORODATAGE TO apl-entree(nb-appel)
               MOVE SPACE TO apl-statut(nb-appel)
               MOVE SPACES TO apl-retrouve-a(nb-appel)
           ELSE
               MOVE 'O' TO tables-tronquees
           END-IF.

       *>Le pointage le plus recent de chaque operateur ; une entree
       *>de moins de 24 h est une presence, au-dela un oubli de
       *>sortie (compte a part, edite sans case a cocher).
       charger-personnel.
           MOVE 0 TO nb-pointes.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-POINTAGES.
           IF statut-pointages(1:1) = "0"
               READ FICHIER-POINTAGES
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF PTG-HORODATAGE IS NUMERIC
                           AND PTG-OPERATEUR NOT = SPACES
                       PERFORM noter-pointage
                   END-IF
                   READ FICHIER-POINTAGES
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-POINTAGES
           END-IF.
           COMPUTE seconde-limite = seconde-alerte - 86400.
           PERFORM VARYING pt FROM 1 BY 1 UNTIL pt > nb-pointes
               IF pts-sens(pt) = 'E'
                   MOVE pts-horodatage(pt) TO horodatage-calcul
                   PERFORM calculer-seconde
                   IF seconde-calcul < seconde-limite
                       ADD 1 TO nb-oublis
                   ELSE
                       PERFORM ajouter-personnel
                   END-IF
               END-IF
           END-PERFORM.

       noter-pointage.
           MOVE 0 TO pointe-trouve.
           PERFORM VARYING pt FROM 1 BY 1
                   UNTIL pt > nb-pointes OR pointe-trouve > 0
               IF pts-operateur(pt) =
                       FUNCTION UPPER-CASE(PTG-OPERATEUR)
                   MOVE pt TO pointe-trouve
               END-IF
           END-PERFORM.
           IF pointe-trouve = 0
               IF nb-pointes < 100
                   ADD 1 TO nb-pointes
                   MOVE nb-pointes TO pointe-trouve
                   MOVE FUNCTION UPPER-CASE(PTG-OPERATEUR)
                       TO pts-operateur(pointe-trouve)
                   MOVE LOW-VALUES TO pts-horodatage(pointe-trouve)
               ELSE
                   MOVE 'O' TO tables-tronquees
               END-IF
           END-IF.
           IF pointe-trouve > 0
               IF PTG-HORODATAGE >= pts-horodatage(pointe-trouve)
                   MOVE PTG-HORODATAGE TO pts-horodatage(pointe-trouve)
                   MOVE PTG-SENS TO pts-sens(pointe-trouve)
               END-IF
           END-IF.

       ajouter-personnel.
           IF nb-appel < 300
               ADD 1 TO nb-appel
               ADD 1 TO nb-personnel-appel
               MOVE 'P' TO apl-categorie(nb-appel)
               MOVE pts-operateur(pt) TO apl-nom(nb-appel)
               MOVE SPACES TO apl-badge(nb-appel)
               MOVE SPACES TO apl-societe(nb-appel)
               MOVE SPACES TO apl-hote(nb-appel)
               MOVE pts-horodatage(pt) TO apl-entree(nb-appel)
               MOVE SPACE TO apl-statut(nb-appel)
               MOVE SPACES TO apl-retrouve-a(nb-appel)
           ELSE
               MOVE 'O' TO tables-tronquees
           END-IF.

       *>Feuille d'appel a emporter au point de rassemblement : une
       *>case par personne, visiteurs puis personnel, et les oublis
       *>de sortie a verifier en fin de feuille.
       editer-feuille.
           MOVE SPACES TO nom-rapport.
           STRING "RAPPORT-EVACUATION-" horodatage-etat ".DAT"
               DELIMITED BY SIZE INTO nom-rapport.
           OPEN OUTPUT FICHIER-ETAT.
           MOVE SPACES TO LIGNE-ETAT.
           MOVE horodatage-alerte TO date-a-editer.
           PERFORM editer-date.
           STRING "FEUILLE D'APPEL - EVACUATION du " date-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE nb-appel TO compte-edit.
           STRING "Lancee par " operateur-appel
               "   Personnes a retrouver : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           MOVE nb-visiteurs-appel TO compte-edit.
           STRING "VISITEURS PRESENTS (" compte-edit ")"
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE "Nom" TO LIGNE-ETAT(6:3).
           MOVE "Badge" TO LIGNE-ETAT(32:5).
           MOVE "Societe" TO LIGNE-ETAT(39:7).
           MOVE "Hote" TO LIGNE-ETAT(60:4).
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING ap FROM 1 BY 1 UNTIL ap > nb-appel
               IF apl-categorie(ap) = 'V'
                   MOVE "[ ]" TO LIGNE-ETAT(1:3)
                   MOVE apl-nom(ap) TO LIGNE-ETAT(6:25)
                   MOVE apl-badge(ap) TO LIGNE-ETAT(32:6)
                   MOVE apl-societe(ap) TO LIGNE-ETAT(39:20)
                   MOVE apl-hote(ap) TO LIGNE-ETAT(60:8)
                   PERFORM ecrire-ligne-etat
               END-IF
           END-PERFORM.
           PERFORM ecrire-ligne-etat.
           MOVE nb-personnel-appel TO compte-edit.
           STRING "PERSONNEL POINTE (" compte-edit ")"
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING ap FROM 1 BY 1 UNTIL ap > nb-appel
               IF apl-categorie(ap) = 'P'
                   MOVE "[ ]" TO LIGNE-ETAT(1:3)
                   MOVE apl-nom(ap) TO LIGNE-ETAT(6:8)
                   MOVE apl-entree(ap) TO date-a-editer
                   PERFORM editer-date
                   MOVE "Entre le" TO LIGNE-ETAT(32:8)
                   MOVE date-edit TO LIGNE-ETAT(41:16)
                   PERFORM ecrire-ligne-etat
               END-IF
           END-PERFORM.
           IF nb-oublis > 0
               PERFORM ecrire-ligne-etat
               MOVE nb-oublis TO compte-edit
               STRING "ENTREES DE PLUS DE 24 H SANS SORTIE ("
                   compte-edit ") : oubli probable, a verifier"
                   DELIMITED BY SIZE INTO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
               PERFORM VARYING pt FROM 1 BY 1 UNTIL pt > nb-pointes
                   IF pts-sens(pt) = 'E'
                       PERFORM editer-oubli
                   END-IF
               END-PERFORM
           END-IF.
           IF tables-tronquees = 'O'
               PERFORM ecrire-ligne-etat
               MOVE "ATTENTION : tables pleines, liste incomplete."
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           PERFORM ecrire-ligne-etat.
           MOVE nb-appel TO compte-edit.
           STRING "Total a retrouver : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           CLOSE FICHIER-ETAT.

       editer-oubli.
           MOVE pts-horodatage(pt) TO horodatage-calcul.
           PERFORM calculer-seconde.
           IF seconde-calcul < seconde-limite
               MOVE pts-operateur(pt) TO LIGNE-ETAT(6:8)
               MOVE pts-horodatage(pt) TO date-a-editer
               PERFORM editer-date
               MOVE "Entre le" TO LIGNE-ETAT(32:8)
               MOVE date-edit TO LIGNE-ETAT(41:16)
               PERFORM ecrire-ligne-etat
           END-IF.

       *>Un passage de l'ecran d'appel : tout le monde au premier,
       *>les seules personnes non retrouvees ensuite.
       passer-appel.
           DISPLAY plage-titre-appel.
           MOVE 4 TO ligne-ecran.
           PERFORM VARYING ap FROM 1 BY 1 UNTIL ap > nb-appel
               IF passage-complet = 'O' OR apl-statut(ap) NOT = 'O'
                   PERFORM appeler-personne
               END-IF
           END-PERFORM.
           PERFORM compter-appel.

       appeler-personne.
           IF ligne-ecran > 19
               DISPLAY plage-titre-appel
               MOVE 4 TO ligne-ecran
           END-IF.
           MOVE apl-statut(ap) TO saisie-statut.
           DISPLAY plage-ligne-appel.
           ACCEPT plage-ligne-appel.
           MOVE FUNCTION UPPER-CASE(saisie-statut) TO saisie-statut.
           EVALUATE saisie-statut
               WHEN 'O'
                   IF apl-statut(ap) NOT = 'O'
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO apl-retrouve-a(ap)
                   END-IF
                   MOVE 'O' TO apl-statut(ap)
               WHEN 'M'
                   MOVE 'M' TO apl-statut(ap)
                   MOVE SPACES TO apl-retrouve-a(ap)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           ADD 1 TO ligne-ecran.

       compter-appel.
           MOVE 0 TO nb-retrouves nb-manquants nb-non-coches.
           PERFORM VARYING ap FROM 1 BY 1 UNTIL ap > nb-appel
               EVALUATE apl-statut(ap)
                   WHEN 'O'
                       ADD 1 TO nb-retrouves
                   WHEN 'M'
                       ADD 1 TO nb-manquants
                   WHEN OTHER
                       ADD 1 TO nb-non-coches
               END-EVALUATE
           END-PERFORM.

       *>A la cloture, un nom jamais coche est un manquant : on ne
       *>declare personne sorti sans l'avoir vu.
       clore-appel.
           PERFORM VARYING ap FROM 1 BY 1 UNTIL ap > nb-appel
               IF apl-statut(ap) NOT = 'O'
                   MOVE 'M' TO apl-statut(ap)
               END-IF
           END-PERFORM.
           PERFORM compter-appel.
           MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-fin.
           MOVE horodatage-fin TO horodatage-calcul.
           PERFORM calculer-seconde.
           COMPUTE duree-appel = seconde-calcul - seconde-alerte.
           DIVIDE duree-appel BY 3600 GIVING duree-heures
               REMAINDER reste-duree.
           DIVIDE reste-duree BY 60 GIVING duree-minutes
               REMAINDER duree-secondes.
           MOVE SPACES TO duree-edit.
           STRING duree-heures ":" duree-minutes ":" duree-secondes
               DELIMITED BY SIZE INTO duree-edit.

       historiser-appel.
           OPEN EXTEND FICHIER-MUSTER.
           MOVE SPACES TO LIGNE-MUSTER-APPEL.
           MOVE 'A' TO MUA-TYPE.
           MOVE horodatage-alerte TO MUA-ALERTE.
           MOVE horodatage-fin TO MUA-FIN.
           MOVE duree-appel TO MUA-DUREE.
           MOVE nature-appel TO MUA-NATURE.
           MOVE operateur-appel TO MUA-OPERATEUR.
           MOVE nb-visiteurs-appel TO MUA-VISITEURS.
           MOVE nb-personnel-appel TO MUA-PERSONNEL.
           MOVE nb-retrouves TO MUA-RETROUVES.
           MOVE nb-manquants TO MUA-MANQUANTS.
           WRITE LIGNE-MUSTER-APPEL.
           PERFORM VARYING ap FROM 1 BY 1 UNTIL ap > nb-appel
               MOVE SPACES TO LIGNE-MUSTER-PERSONNE
               MOVE 'P' TO MUP-TYPE
               MOVE horodatage-alerte TO MUP-ALERTE
               MOVE apl-categorie(ap) TO MUP-CATEGORIE
               MOVE apl-nom(ap) TO MUP-NOM
               MOVE apl-badge(ap) TO MUP-BADGE
               MOVE apl-statut(ap) TO MUP-STATUT
               MOVE 0 TO MUP-DELAI
               IF apl-statut(ap) = 'O'
                   MOVE apl-retrouve-a(ap) TO horodatage-calcul
                   PERFORM calculer-seconde
                   COMPUTE MUP-DELAI = seconde-calcul - seconde-alerte
               END-IF
               WRITE LIGNE-MUSTER-PERSONNE
           END-PERFORM.
           CLOSE FICHIER-MUSTER.

       *>Bilan a l'ecran : la duree, puis les manquants a signaler
       *>aux secours (les 15 premiers, la feuille fait le reste).
       afficher-manquants.
           DISPLAY plage-fin-appel.
           MOVE 5 TO ligne-ecran.
           PERFORM VARYING ap FROM 1 BY 1 UNTIL ap > nb-appel
               IF apl-statut(ap) = 'M' AND ligne-ecran < 20
                   DISPLAY plage-ligne-manquant
                   ADD 1 TO ligne-ecran
               END-IF
           END-PERFORM.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       calculer-seconde.
           IF horodatage-calcul IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(hc-date) = 0
               COMPUTE seconde-calcul =
                   FUNCTION INTEGER-OF-DATE(hc-date) * 86400
                   + hc-heure * 3600 + hc-minute * 60 + hc-seconde
           ELSE
               MOVE 0 TO seconde-calcul
           END-IF.

       *>Date et heure d'un horodatage : jj/mm/aaaa hh:mm.
       editer-date.
           MOVE SPACES TO date-edit.
           STRING date-a-editer(7:2) "/" date-a-editer(5:2) "/"
               date-a-editer(1:4) " " date-a-editer(9:2) ":"
               date-a-editer(11:2)
               DELIMITED BY SIZE INTO date-edit.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-appel
           NOM-PROGRAMME-JRN BY "AppelEvacuation"
           VALEUR-SAISIE BY valeur-journal.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "AppelEvacuation"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.
