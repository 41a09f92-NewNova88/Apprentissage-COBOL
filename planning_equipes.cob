      *>Planning des equipes : PointagePersonnel sait quand chacun a
      *>reellement travaille, mais le planning prevu vivait dans un
      *>tableur, et les retards ou les trous de couverture ne se
      *>voyaient qu'apres coup. PLANNING.DAT tient les postes prevus
      *>(operateur, date, debut, fin) ; cet ecran les saisit semaine
      *>par semaine et par operateur (un operateur du fichier
      *>maitre), recopie la semaine precedente, et controle la
      *>semaine contre le calendrier (poste un jour ferme ou ferie,
      *>avant l'ouverture ou apres la fermeture) en signalant chaque
      *>jour ouvert ou personne n'est prevu. L'etat des ecarts avec
      *>les pointages reels est EcartsPlanning. Le planning reste
      *>sous son verrou toute la seance et se reecrit apres chaque
      *>modification, qui part au journal ; un poste de plus d'un an
      *>n'est pas recharge : la reecriture suivante le purge.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PlanningEquipes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PLANNING-FICHIER.
           COPY HOTE-FICHIER.
           COPY CALENDRIER-FICHIER.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY PLANNING-FD.

       COPY HOTE-FD.

       COPY CALENDRIER-FD.

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY JOURNAL-ETAT.
       COPY HOTE-ZONE.
       COPY CALENDRIER-ZONE.
       COPY VERROU-ZONE.
       77 statut-planning PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.

       *>Postes charges (5000) ; DEPENDING ON pour que le SORT de la
       *>reecriture ne range que les postes reels. Un poste remplace
       *>prend la date 0 et disparait a la reecriture.
       77 nb-postes PIC 9(4) VALUE 0.
       77 ps PIC 9(4).
       77 table-pleine PIC X(01) VALUE 'N'.
       1 postes-charges.
           2 poste OCCURS 1 TO 5000 DEPENDING ON nb-postes.
               3 pos-date PIC 9(08).
               3 pos-operateur PIC X(08).
               3 pos-debut PIC 9(04).
               3 pos-fin PIC 9(04).

       *>Semaine de travail, du lundi au dimanche.
       77 semaine-lundi PIC 9(08).
       77 semaine-dimanche PIC 9(08).
       77 semaine-precedente PIC 9(08).
       77 date-saisie PIC 9(08) VALUE 0.
       77 entier-lundi PIC 9(08).
       1 jours-semaine.
           2 jour-semaine OCCURS 7.
               3 jsm-date PIC 9(08).
               3 jsm-ouvert PIC X(01).
               3 jsm-nb-postes PIC 99.
               3 jsm-debut PIC 9(04).
               3 jsm-fin PIC 9(04).
       77 js PIC 9.
       1 libelles-jours.
           2 FILLER PIC X(02) VALUE "Lu".
           2 FILLER PIC X(02) VALUE "Ma".
           2 FILLER PIC X(02) VALUE "Me".
           2 FILLER PIC X(02) VALUE "Je".
           2 FILLER PIC X(02) VALUE "Ve".
           2 FILLER PIC X(02) VALUE "Sa".
           2 FILLER PIC X(02) VALUE "Di".
       1 table-libelles REDEFINES libelles-jours.
           2 libelle-jour PIC X(02) OCCURS 7.

       77 choix-action PIC 9 VALUE 9.
       77 operateur-saisi PIC X(08).
       77 confirmation PIC X(01).
       77 saisie-valide PIC X(01).
       77 motif-refus PIC X(60).
       77 nb-deja PIC 9(4).
       77 nb-copies PIC 9(4).
       77 nb-anomalies PIC 9(3).
       77 limite-purge PIC 9(08).
       77 ligne-ecran PIC 99.
       77 colonne-ecran PIC 99.
       77 texte-ligne PIC X(38).
       77 date-edit PIC X(10).
       77 date-a-editer PIC 9(08).
       77 touche PIC X(01).
       77 valeur-journal PIC X(20).

       SCREEN SECTION.
       1 plage-occupe.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Planning des equipes occupe, reessayez plus tard.'.

       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Planning des equipes - semaine du '.
           2 PIC X(10) FROM date-edit.
           2 LINE 3 COL 1 VALUE '1. Voir la semaine'.
           2 LINE 4 COL 1 VALUE '2. Saisir la semaine d''un operateur'.
           2 LINE 5 COL 1 VALUE '3. Recopier la semaine precedente'.
           2 LINE 6 COL 1 VALUE '4. Controler la semaine'.
           2 LINE 7 COL 1 VALUE '5. Changer de semaine'.
           2 LINE 8 COL 1 VALUE '6. Ecarts planning / pointages'.
           2 LINE 9 COL 1 VALUE '0. Fin'.
           2 LINE 11 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-table-pleine.
           2 LINE 2 COL 1 VALUE
               'Planning trop grand (>5000 postes) : plus de saisie.'.

       1 plage-saisie-date.
           2 LINE 13 COL 1 VALUE
               'Un jour de la semaine AAAAMMJJ (0 = courante) : '.
           2 PIC 9(08) USING date-saisie.

       1 plage-saisie-operateur.
           2 LINE 13 COL 1 VALUE 'Operateur : '.
           2 PIC X(08) TO operateur-saisi REQUIRED.

       1 plage-entete.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Semaine du '.
           2 PIC X(10) FROM date-edit.

       1 plage-ligne.
           2 LINE ligne-ecran COL colonne-ecran PIC X(38)
               FROM texte-ligne.

       *>Saisie des sept jours d'un operateur : debut et fin HHMM,
       *>0000-0000 = pas de poste ce jour-la.
       1 plage-semaine-operateur.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Semaine du '.
           2 PIC X(10) FROM date-edit.
           2 VALUE ' - operateur '.
           2 PIC X(08) FROM operateur-saisi.
           2 LINE 2 COL 1 VALUE
               'Debut et fin HHMM, 0000-0000 = pas de poste.'.
           2 LINE 4 COL 1 PIC X(02) FROM libelle-jour(1).
           2 COL 4 PIC 9(08) FROM jsm-date(1).
           2 COL 14 PIC 9(04) USING jsm-debut(1).
           2 COL 19 VALUE '-'.
           2 COL 21 PIC 9(04) USING jsm-fin(1).
           2 LINE 5 COL 1 PIC X(02) FROM libelle-jour(2).
           2 COL 4 PIC 9(08) FROM jsm-date(2).
           2 COL 14 PIC 9(04) USING jsm-debut(2).
           2 COL 19 VALUE '-'.
           2 COL 21 PIC 9(04) USING jsm-fin(2).
           2 LINE 6 COL 1 PIC X(02) FROM libelle-jour(3).
           2 COL 4 PIC 9(08) FROM jsm-date(3).
           2 COL 14 PIC 9(04) USING jsm-debut(3).
           2 COL 19 VALUE '-'.
           2 COL 21 PIC 9(04) USING jsm-fin(3).
           2 LINE 7 COL 1 PIC X(02) FROM libelle-jour(4).
           2 COL 4 PIC 9(08) FROM jsm-date(4).
           2 COL 14 PIC 9(04) USING jsm-debut(4).
           2 COL 19 VALUE '-'.
           2 COL 21 PIC 9(04) USING jsm-fin(4).
           2 LINE 8 COL 1 PIC X(02) FROM libelle-jour(5).
           2 COL 4 PIC 9(08) FROM jsm-date(5).
           2 COL 14 PIC 9(04) USING jsm-debut(5).
           2 COL 19 VALUE '-'.
           2 COL 21 PIC 9(04) USING jsm-fin(5).
           2 LINE 9 COL 1 PIC X(02) FROM libelle-jour(6).
           2 COL 4 PIC 9(08) FROM jsm-date(6).
           2 COL 14 PIC 9(04) USING jsm-debut(6).
           2 COL 19 VALUE '-'.
           2 COL 21 PIC 9(04) USING jsm-fin(6).
           2 LINE 10 COL 1 PIC X(02) FROM libelle-jour(7).
           2 COL 4 PIC 9(08) FROM jsm-date(7).
           2 COL 14 PIC 9(04) USING jsm-debut(7).
           2 COL 19 VALUE '-'.
           2 COL 21 PIC 9(04) USING jsm-fin(7).

       1 plage-confirmation.
           2 LINE 13 COL 1 PIC zzz9 FROM nb-deja.
           2 VALUE ' postes deja prevus cette semaine : '.
           2 VALUE 'les remplacer (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 plage-refus.
           2 LINE 20 COL 1 PIC X(60) FROM motif-refus.

       1 plage-controle.
           2 LINE 21 COL 1 PIC zz9 FROM nb-anomalies.
           2 VALUE ' anomalie(s) au regard du calendrier.'.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       PERFORM verrouiller-planning.
       IF NOT VERROU-ACQUIS
           DISPLAY plage-occupe
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.
       PERFORM charger-calendrier.
       PERFORM charger-planning.
       MOVE FUNCTION CURRENT-DATE(1:8) TO date-saisie.
       PERFORM poser-semaine.
       PERFORM UNTIL choix-action = 0
           MOVE semaine-lundi TO date-a-editer
           PERFORM editer-date
           DISPLAY plage-menu
           IF table-pleine = 'O'
               DISPLAY plage-table-pleine
           END-IF
           ACCEPT plage-menu
           EVALUATE choix-action
               WHEN 1
                   PERFORM voir-semaine
               WHEN 2
                   PERFORM saisir-semaine
               WHEN 3
                   PERFORM recopier-semaine
               WHEN 4
                   PERFORM controler-semaine
               WHEN 5
                   PERFORM changer-semaine
               WHEN 6
                   CALL 'EcartsPlanning'
                       ON EXCEPTION CONTINUE
                   END-CALL
                   CANCEL 'EcartsPlanning'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       PERFORM liberer-planning.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le sous-menu des outils.
       GOBACK.

       COPY CALENDRIER-CHARGE.

       COPY HOTE-CONTROLE.

       charger-planning.
           COMPUTE limite-purge = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))) - 366).
           MOVE 0 TO nb-postes.
           MOVE 'N' TO table-pleine.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-PLANNING.
           IF statut-planning(1:1) = "0"
               READ FICHIER-PLANNING
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF PLN-DATE IS NUMERIC
                           AND PLN-DATE >= limite-purge
                       PERFORM charger-poste
                   END-IF
                   READ FICHIER-PLANNING
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PLANNING
           END-IF.

       charger-poste.
           IF nb-postes < 5000
               ADD 1 TO nb-postes
               MOVE PLN-DATE TO pos-date(nb-postes)
               MOVE PLN-OPERATEUR TO pos-operateur(nb-postes)
               MOVE PLN-DEBUT TO pos-debut(nb-postes)
               MOVE PLN-FIN TO pos-fin(nb-postes)
           ELSE
               MOVE 'O' TO table-pleine
           END-IF.

       *>Reecriture rangee ; les postes remplaces (date 0) tombent,
       *>puis la table se recharge du fichier propre.
       sauver-planning.
           IF nb-postes > 1
               SORT poste ASCENDING pos-date pos-operateur pos-debut
           END-IF.
           OPEN OUTPUT FICHIER-PLANNING.
           PERFORM VARYING ps FROM 1 BY 1 UNTIL ps > nb-postes
               IF pos-date(ps) > 0
                   MOVE SPACES TO LIGNE-PLANNING
                   MOVE pos-date(ps) TO PLN-DATE
                   MOVE pos-operateur(ps) TO PLN-OPERATEUR
                   MOVE pos-debut(ps) TO PLN-DEBUT
                   MOVE pos-fin(ps) TO PLN-FIN
                   WRITE LIGNE-PLANNING
               END-IF
           END-PERFORM.
           CLOSE FICHIER-PLANNING.
           PERFORM charger-planning.

       *>Semaine de date-saisie (0 = la semaine courante) : son
       *>lundi, son dimanche et, pour chaque jour, ouvert (O), ferme
       *>au calendrier ou ferie (H).
       poser-semaine.
           IF date-saisie = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(date-saisie) NOT = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO date-saisie
           END-IF.
           COMPUTE entier-lundi = FUNCTION INTEGER-OF-DATE(date-saisie)
               - FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(date-saisie) - 1, 7).
           COMPUTE semaine-lundi =
               FUNCTION DATE-OF-INTEGER(entier-lundi).
           COMPUTE semaine-dimanche =
               FUNCTION DATE-OF-INTEGER(entier-lundi + 6).
           COMPUTE semaine-precedente =
               FUNCTION DATE-OF-INTEGER(entier-lundi - 7).
           PERFORM VARYING js FROM 1 BY 1 UNTIL js > 7
               COMPUTE jsm-date(js) =
                   FUNCTION DATE-OF-INTEGER(entier-lundi + js - 1)
               MOVE cal-j-ouvert(js) TO jsm-ouvert(js)
               PERFORM VARYING fer FROM 1 BY 1 UNTIL fer > nb-feries
                   IF jour-ferie-cal(fer) = jsm-date(js)
                       MOVE 'H' TO jsm-ouvert(js)
                   END-IF
               END-PERFORM
           END-PERFORM.

       changer-semaine.
           MOVE 0 TO date-saisie.
           DISPLAY plage-saisie-date.
           ACCEPT plage-saisie-date.
           PERFORM poser-semaine.

       *>Les postes de la semaine jour par jour, sur deux colonnes ;
       *>un jour ouvert sans personne le dit.
       voir-semaine.
           DISPLAY plage-entete.
           MOVE 3 TO ligne-ecran.
           MOVE 1 TO colonne-ecran.
           PERFORM VARYING js FROM 1 BY 1 UNTIL js > 7
               MOVE 0 TO jsm-nb-postes(js)
               PERFORM VARYING ps FROM 1 BY 1 UNTIL ps > nb-postes
                   IF pos-date(ps) = jsm-date(js)
                       ADD 1 TO jsm-nb-postes(js)
                       MOVE SPACES TO texte-ligne
                       STRING libelle-jour(js) " "
                           jsm-date(js)(7:2) "/" jsm-date(js)(5:2)
                           " " pos-operateur(ps) " "
                           pos-debut(ps) "-" pos-fin(ps)
                           DELIMITED BY SIZE INTO texte-ligne
                       PERFORM afficher-ligne
                   END-IF
               END-PERFORM
               IF jsm-nb-postes(js) = 0 AND jsm-ouvert(js) = 'O'
                   MOVE SPACES TO texte-ligne
                   STRING libelle-jour(js) " "
                       jsm-date(js)(7:2) "/" jsm-date(js)(5:2)
                       " -- personne de prevu --"
                       DELIMITED BY SIZE INTO texte-ligne
                   PERFORM afficher-ligne
               END-IF
           END-PERFORM.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       afficher-ligne.
           IF ligne-ecran > 20 AND colonne-ecran = 1
               MOVE 3 TO ligne-ecran
               MOVE 41 TO colonne-ecran
           END-IF.
           IF ligne-ecran <= 20
               DISPLAY plage-ligne
               ADD 1 TO ligne-ecran
           END-IF.

       *>La semaine d'un operateur : ses postes actuels en
       *>preremplissage, remplaces en bloc par la saisie si elle est
       *>valable.
       saisir-semaine.
           IF table-pleine = 'O'
               DISPLAY plage-table-pleine
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               DISPLAY plage-saisie-operateur
               ACCEPT plage-saisie-operateur
               MOVE operateur-saisi TO hote-saisi
               PERFORM controler-hote
               MOVE hote-saisi TO operateur-saisi
               IF NOT HOTE-VALIDE OR operateur-saisi = SPACES
                   MOVE "Operateur inconnu au fichier maitre."
                       TO motif-refus
                   DISPLAY plage-refus
                   DISPLAY plage-pause
                   ACCEPT plage-pause
               ELSE
                   PERFORM preparer-semaine-operateur
                   DISPLAY plage-semaine-operateur
                   ACCEPT plage-semaine-operateur
                   PERFORM verifier-semaine-operateur
                   IF saisie-valide = 'O'
                       PERFORM enregistrer-semaine-operateur
                       PERFORM controler-semaine
                   ELSE
                       DISPLAY plage-refus
                       DISPLAY plage-pause
                       ACCEPT plage-pause
                   END-IF
               END-IF
           END-IF.

       preparer-semaine-operateur.
           PERFORM VARYING js FROM 1 BY 1 UNTIL js > 7
               MOVE 0 TO jsm-debut(js) jsm-fin(js)
               PERFORM VARYING ps FROM 1 BY 1 UNTIL ps > nb-postes
                   IF pos-date(ps) = jsm-date(js)
                           AND pos-operateur(ps) = operateur-saisi
                       MOVE pos-debut(ps) TO jsm-debut(js)
                       MOVE pos-fin(ps) TO jsm-fin(js)
                   END-IF
               END-PERFORM
           END-PERFORM.

       *>Heures plausibles, debut avant fin ; 0000-0000 = repos.
       verifier-semaine-operateur.
           MOVE 'O' TO saisie-valide.
           MOVE SPACES TO motif-refus.
           PERFORM VARYING js FROM 1 BY 1 UNTIL js > 7
               IF (jsm-debut(js) NOT = 0 OR jsm-fin(js) NOT = 0)
                       AND saisie-valide = 'O'
                   IF jsm-debut(js)(1:2) > "23"
                           OR jsm-debut(js)(3:2) > "59"
                           OR jsm-fin(js)(1:2) > "23"
                           OR jsm-fin(js)(3:2) > "59"
                           OR jsm-debut(js) >= jsm-fin(js)
                       MOVE 'N' TO saisie-valide
                       STRING libelle-jour(js) " : heures invalides"
                           " (HHMM, debut avant fin)."
                           DELIMITED BY SIZE INTO motif-refus
                   END-IF
               END-IF
           END-PERFORM.

       enregistrer-semaine-operateur.
           PERFORM VARYING ps FROM 1 BY 1 UNTIL ps > nb-postes
               IF pos-operateur(ps) = operateur-saisi
                       AND pos-date(ps) >= semaine-lundi
                       AND pos-date(ps) <= semaine-dimanche
                   MOVE 0 TO pos-date(ps)
               END-IF
           END-PERFORM.
           PERFORM VARYING js FROM 1 BY 1 UNTIL js > 7
               IF jsm-fin(js) NOT = 0 AND nb-postes < 5000
                   ADD 1 TO nb-postes
                   MOVE jsm-date(js) TO pos-date(nb-postes)
                   MOVE operateur-saisi TO pos-operateur(nb-postes)
                   MOVE jsm-debut(js) TO pos-debut(nb-postes)
                   MOVE jsm-fin(js) TO pos-fin(nb-postes)
               END-IF
           END-PERFORM.
           PERFORM sauver-planning.
           MOVE SPACES TO valeur-journal.
           STRING "PLN " operateur-saisi semaine-lundi(3:6)
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-planning.

       *>La semaine precedente, decalee de sept jours, remplace la
       *>semaine courante (apres confirmation si celle-ci a deja des
       *>postes).
       recopier-semaine.
           MOVE 0 TO nb-deja nb-copies.
           PERFORM VARYING ps FROM 1 BY 1 UNTIL ps > nb-postes
               IF pos-date(ps) >= semaine-lundi
                       AND pos-date(ps) <= semaine-dimanche
                   ADD 1 TO nb-deja
               END-IF
           END-PERFORM.
           MOVE 'O' TO confirmation.
           IF nb-deja > 0
               DISPLAY plage-confirmation
               ACCEPT plage-confirmation
           END-IF.
           IF confirmation = 'O' OR confirmation = 'o'
               PERFORM VARYING ps FROM 1 BY 1 UNTIL ps > nb-postes
                   IF pos-date(ps) >= semaine-lundi
                           AND pos-date(ps) <= semaine-dimanche
                       MOVE 0 TO pos-date(ps)
                   END-IF
               END-PERFORM
               PERFORM VARYING ps FROM 1 BY 1 UNTIL ps > nb-postes
                   IF pos-date(ps) >= semaine-precedente
                           AND pos-date(ps) < semaine-lundi
                       PERFORM recopier-poste
                   END-IF
               END-PERFORM
               PERFORM sauver-planning
               MOVE SPACES TO valeur-journal
               STRING "PLN COPIE " semaine-lundi
                   DELIMITED BY SIZE INTO valeur-journal
               PERFORM journaliser-planning
               PERFORM controler-semaine
           END-IF.

       recopier-poste.
           IF nb-postes < 5000
               ADD 1 TO nb-postes
               ADD 1 TO nb-copies
               COMPUTE pos-date(nb-postes) = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(pos-date(ps)) + 7)
               MOVE pos-operateur(ps) TO pos-operateur(nb-postes)
               MOVE pos-debut(ps) TO pos-debut(nb-postes)
               MOVE pos-fin(ps) TO pos-fin(nb-postes)
           ELSE
               MOVE 'O' TO table-pleine
           END-IF.

       *>Controle de la semaine contre le calendrier : poste un jour
       *>ferme ou ferie, avant l'ouverture, apres la fermeture ; et
       *>chaque jour ouvert sans personne de prevu.
       controler-semaine.
           DISPLAY plage-entete.
           MOVE 3 TO ligne-ecran.
           MOVE 1 TO colonne-ecran.
           MOVE 0 TO nb-anomalies.
           PERFORM VARYING js FROM 1 BY 1 UNTIL js > 7
               MOVE 0 TO jsm-nb-postes(js)
               PERFORM VARYING ps FROM 1 BY 1 UNTIL ps > nb-postes
                   IF pos-date(ps) = jsm-date(js)
                       ADD 1 TO jsm-nb-postes(js)
                       PERFORM controler-poste
                   END-IF
               END-PERFORM
               IF jsm-nb-postes(js) = 0 AND jsm-ouvert(js) = 'O'
                   ADD 1 TO nb-anomalies
                   MOVE SPACES TO texte-ligne
                   STRING libelle-jour(js) " "
                       jsm-date(js)(7:2) "/" jsm-date(js)(5:2)
                       " PERSONNE DE PREVU"
                       DELIMITED BY SIZE INTO texte-ligne
                   PERFORM afficher-ligne
               END-IF
           END-PERFORM.
           DISPLAY plage-controle.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       controler-poste.
           MOVE SPACES TO texte-ligne.
           EVALUATE TRUE
               WHEN jsm-ouvert(js) = 'H'
                   STRING "ferie" DELIMITED BY SIZE
                       INTO texte-ligne(25:14)
               WHEN jsm-ouvert(js) NOT = 'O'
                   STRING "jour ferme" DELIMITED BY SIZE
                       INTO texte-ligne(25:14)
               WHEN pos-debut(ps) < cal-j-ouverture(js)
                   STRING "avant ouvert." DELIMITED BY SIZE
                       INTO texte-ligne(25:14)
               WHEN pos-fin(ps) > cal-j-fermeture(js)
                   STRING "apres fermet." DELIMITED BY SIZE
                       INTO texte-ligne(25:14)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF texte-ligne NOT = SPACES
               ADD 1 TO nb-anomalies
               STRING libelle-jour(js) " "
                   jsm-date(js)(7:2) "/" jsm-date(js)(5:2)
                   " " pos-operateur(ps) " "
                   DELIMITED BY SIZE INTO texte-ligne(1:24)
               PERFORM afficher-ligne
           END-IF.

       editer-date.
           MOVE SPACES TO date-edit.
           STRING date-a-editer(7:2) "/" date-a-editer(5:2) "/"
               date-a-editer(1:4)
               DELIMITED BY SIZE INTO date-edit.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-planning
           NOM-FICHIER-VERROU BY "VERROU-PLANNING.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-planning.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-planning
           NOM-PROGRAMME-JRN BY "PlanningEquipes"
           VALEUR-SAISIE BY valeur-journal.
