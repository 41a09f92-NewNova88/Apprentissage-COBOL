      *>Ecarts entre le planning des equipes et les pointages reels
      *>d'un mois : chaque poste prevu de PLANNING.DAT est confronte
      *>aux pointages du meme operateur le meme jour dans
      *>POINTAGES.DAT (premiere entree, derniere sortie du jour, les
      *>corrections comprises). Au-dela de la tolerance, une entree
      *>tardive est un retard, une sortie avancee un depart
      *>anticipe ; un poste passe sans aucun pointage est une
      *>absence, un jour pointe sans poste prevu un poste hors
      *>planning. Un poste du jour encore a venir ou en cours n'est
      *>pas juge. L'etat RAPPORT-ECARTS-PLN-<horo>.DAT, par
      *>operateur puis par semaine (du lundi) avec un sous-total par
      *>semaine et par operateur, s'inscrit au catalogue des
      *>rapports. Lance depuis PlanningEquipes et PointagePersonnel ;
      *>lecture seule, pas de verrou.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EcartsPlanning.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PLANNING-FICHIER.
           SELECT OPTIONAL FICHIER-POINTAGES
               ASSIGN TO "POINTAGES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-pointages.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY PLANNING-FD.

       FD FICHIER-POINTAGES.
       1 LIGNE-POINTAGE.
           2 PTG-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 PTG-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 PTG-SENS PIC X(01).
           2 FILLER PIC X(01).
           2 PTG-ORIGINE PIC X(01).

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       77 statut-planning PIC X(02).
       77 statut-pointages PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.
       77 horodatage-etat PIC X(14).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.
       77 mois-saisi PIC X(06) VALUE SPACES.
       77 jour-courant PIC 9(08).
       77 heure-courante PIC 9(04).
       77 touche PIC X(01).
       *>Minutes de battement avant de parler de retard ou de
       *>depart anticipe.
       77 tolerance-minutes PIC 99 VALUE 5.

       *>Journees pointees du mois : premiere entree et derniere
       *>sortie de chaque operateur chaque jour (blanc = aucune).
       77 nb-journees PIC 9(4) VALUE 0.
       77 jr PIC 9(4).
       77 journee-trouvee PIC 9(4).
       1 journees-pointees.
           2 journee OCCURS 3000.
               3 jrn-operateur PIC X(08).
               3 jrn-date PIC 9(08).
               3 jrn-entree PIC X(04).
               3 jrn-sortie PIC X(04).
               3 jrn-prevue PIC X(01).

       *>Lignes de l'etat, triees par operateur et date ; nature
       *>N = conforme, R = retard, D = depart anticipe, B = retard et
       *>depart anticipe, H = hors planning, A = absence.
       77 nb-ecarts PIC 9(4) VALUE 0.
       77 ea PIC 9(4).
       1 ecarts-planning.
           2 ecart OCCURS 1 TO 4000 DEPENDING ON nb-ecarts.
               3 eca-operateur PIC X(08).
               3 eca-date PIC 9(08).
               3 eca-semaine PIC 9(08).
               3 eca-prevu-debut PIC X(04).
               3 eca-prevu-fin PIC X(04).
               3 eca-entree PIC X(04).
               3 eca-sortie PIC X(04).
               3 eca-nature PIC X(01).
               3 eca-retard PIC 9(4).
               3 eca-avance PIC 9(4).
       77 table-pleine PIC X(01) VALUE 'N'.

       *>Cumuls de rupture : semaine, operateur, etat entier.
       1 cumul-semaine.
           2 cum-s-prevus PIC 9(4).
           2 cum-s-retards PIC 9(4).
           2 cum-s-minutes PIC 9(6).
           2 cum-s-departs PIC 9(4).
           2 cum-s-hors PIC 9(4).
           2 cum-s-absences PIC 9(4).
       1 cumul-operateur.
           2 cum-o-prevus PIC 9(4).
           2 cum-o-retards PIC 9(4).
           2 cum-o-minutes PIC 9(6).
           2 cum-o-departs PIC 9(4).
           2 cum-o-hors PIC 9(4).
           2 cum-o-absences PIC 9(4).
       1 cumul-general.
           2 cum-g-prevus PIC 9(4).
           2 cum-g-retards PIC 9(4).
           2 cum-g-minutes PIC 9(6).
           2 cum-g-departs PIC 9(4).
           2 cum-g-hors PIC 9(4).
           2 cum-g-absences PIC 9(4).
       1 cumul-edite.
           2 cum-e-prevus PIC 9(4).
           2 cum-e-retards PIC 9(4).
           2 cum-e-minutes PIC 9(6).
           2 cum-e-departs PIC 9(4).
           2 cum-e-hors PIC 9(4).
           2 cum-e-absences PIC 9(4).
       77 operateur-rupture PIC X(08).
       77 semaine-rupture PIC 9(08).
       77 libelle-cumul PIC X(24).

       77 minutes-a PIC 9(4).
       77 minutes-b PIC 9(4).
       77 heure-a-convertir PIC X(04).
       77 minutes-converties PIC 9(4).
       77 date-a-editer PIC 9(08).
       77 date-edit PIC X(10).
       77 minutes-edit PIC zzz9.
       77 compte-edit PIC zzz9.
       77 total-edit PIC zzzzz9.

       SCREEN SECTION.
       1 plage-saisie-mois.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Ecarts planning / pointages'.
           2 LINE 3 COL 1 VALUE 'Mois AAAAMM (vide = courant) : '.
           2 PIC X(06) TO mois-saisi.

       1 plage-fini.
           2 LINE 5 COL 1 VALUE 'Etat genere        : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 6 COL 1 VALUE 'Postes prevus      : '.
           2 PIC zzz9 FROM cum-g-prevus.
           2 LINE 7 COL 1 VALUE 'Retards            : '.
           2 PIC zzz9 FROM cum-g-retards.
           2 LINE 8 COL 1 VALUE 'Departs anticipes  : '.
           2 PIC zzz9 FROM cum-g-departs.
           2 LINE 9 COL 1 VALUE 'Hors planning      : '.
           2 PIC zzz9 FROM cum-g-hors.
           2 LINE 10 COL 1 VALUE 'Absences           : '.
           2 PIC zzz9 FROM cum-g-absences.

       1 plage-table-pleine.
           2 LINE 12 COL 1 VALUE
               'Mois trop charge : etat tronque (4000 lignes).'.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
       MOVE horodatage-etat(1:8) TO jour-courant.
       MOVE horodatage-etat(9:4) TO heure-courante.
       MOVE SPACES TO mois-saisi.
       DISPLAY plage-saisie-mois.
       ACCEPT plage-saisie-mois.
       IF mois-saisi = SPACES OR mois-saisi IS NOT NUMERIC
           MOVE horodatage-etat(1:6) TO mois-saisi
       END-IF.
       MOVE 0 TO nb-journees nb-ecarts.
       MOVE 'N' TO table-pleine.
       INITIALIZE cumul-general.
       PERFORM charger-pointages.
       PERFORM confronter-planning.
       PERFORM relever-hors-planning.
       MOVE SPACES TO nom-rapport.
       STRING "RAPPORT-ECARTS-PLN-" horodatage-etat ".DAT"
           DELIMITED BY SIZE INTO nom-rapport.
       OPEN OUTPUT FICHIER-ETAT.
       PERFORM editer-etat.
       CLOSE FICHIER-ETAT.
       PERFORM cataloguer-rapport.
       DISPLAY plage-fini.
       IF table-pleine = 'O'
           DISPLAY plage-table-pleine
       END-IF.
       DISPLAY plage-pause.
       ACCEPT plage-pause.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis PlanningEquipes et PointagePersonnel.
       GOBACK.

       *>Premiere entree et derniere sortie de chaque operateur pour
       *>chaque jour du mois (les corrections arrivent en fin de
       *>fichier : on compare, on ne suppose pas l'ordre).
       charger-pointages.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-POINTAGES.
           IF statut-pointages(1:1) = "0"
               READ FICHIER-POINTAGES
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF PTG-HORODATAGE(1:6) = mois-saisi
                           AND PTG-HORODATAGE(1:12) IS NUMERIC
                       PERFORM noter-pointage
                   END-IF
                   READ FICHIER-POINTAGES
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-POINTAGES
           END-IF.

       noter-pointage.
           MOVE FUNCTION UPPER-CASE(PTG-OPERATEUR) TO PTG-OPERATEUR.
           MOVE 0 TO journee-trouvee.
           PERFORM VARYING jr FROM 1 BY 1 UNTIL jr > nb-journees
               IF jrn-operateur(jr) = PTG-OPERATEUR
                       AND jrn-date(jr) = PTG-HORODATAGE(1:8)
                   MOVE jr TO journee-trouvee
               END-IF
           END-PERFORM.
           IF journee-trouvee = 0 AND nb-journees < 3000
               ADD 1 TO nb-journees
               MOVE nb-journees TO journee-trouvee
               MOVE PTG-OPERATEUR TO jrn-operateur(journee-trouvee)
               MOVE PTG-HORODATAGE(1:8) TO jrn-date(journee-trouvee)
               MOVE SPACES TO jrn-entree(journee-trouvee)
               MOVE SPACES TO jrn-sortie(journee-trouvee)
               MOVE 'N' TO jrn-prevue(journee-trouvee)
           END-IF.
           IF journee-trouvee > 0
               IF PTG-SENS = 'E'
                   IF jrn-entree(journee-trouvee) = SPACES
                           OR PTG-HORODATAGE(9:4)
                           < jrn-entree(journee-trouvee)
                       MOVE PTG-HORODATAGE(9:4)
                           TO jrn-entree(journee-trouvee)
                   END-IF
               ELSE
                   IF jrn-sortie(journee-trouvee) = SPACES
                           OR PTG-HORODATAGE(9:4)
                           > jrn-sortie(journee-trouvee)
                       MOVE PTG-HORODATAGE(9:4)
                           TO jrn-sortie(journee-trouvee)
                   END-IF
               END-IF
           END-IF.

       *>Chaque poste prevu du mois deja commence face a la journee
       *>pointee du meme operateur.
       confronter-planning.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-PLANNING.
           IF statut-planning(1:1) = "0"
               READ FICHIER-PLANNING
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF PLN-DATE IS NUMERIC
                           AND PLN-DATE(1:6) = mois-saisi
                       IF PLN-DATE < jour-courant
                               OR (PLN-DATE = jour-courant
                                   AND PLN-DEBUT <= heure-courante)
                           PERFORM juger-poste
                       END-IF
                   END-IF
                   READ FICHIER-PLANNING
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PLANNING
           END-IF.

       juger-poste.
           PERFORM ajouter-ecart.
           IF ea > 0
               MOVE PLN-OPERATEUR TO eca-operateur(ea)
               MOVE PLN-DATE TO eca-date(ea)
               MOVE PLN-DEBUT TO eca-prevu-debut(ea)
               MOVE PLN-FIN TO eca-prevu-fin(ea)
               MOVE 0 TO journee-trouvee
               PERFORM VARYING jr FROM 1 BY 1 UNTIL jr > nb-journees
                   IF jrn-operateur(jr) = PLN-OPERATEUR
                           AND jrn-date(jr) = PLN-DATE
                       MOVE jr TO journee-trouvee
                   END-IF
               END-PERFORM
               IF journee-trouvee = 0
                   MOVE 'A' TO eca-nature(ea)
               ELSE
                   MOVE 'O' TO jrn-prevue(journee-trouvee)
                   MOVE jrn-entree(journee-trouvee) TO eca-entree(ea)
                   MOVE jrn-sortie(journee-trouvee) TO eca-sortie(ea)
                   PERFORM mesurer-ecart
               END-IF
           END-IF.

       *>Retard : entree au-dela du debut prevu plus la tolerance ;
       *>depart anticipe : sortie avant la fin prevue moins la
       *>tolerance (une journee du jour sans sortie n'est pas finie).
       mesurer-ecart.
           MOVE 'N' TO eca-nature(ea).
           IF eca-entree(ea) NOT = SPACES
               MOVE eca-entree(ea) TO heure-a-convertir
               PERFORM convertir-heure
               MOVE minutes-converties TO minutes-a
               MOVE eca-prevu-debut(ea) TO heure-a-convertir
               PERFORM convertir-heure
               MOVE minutes-converties TO minutes-b
               IF minutes-a > minutes-b + tolerance-minutes
                   COMPUTE eca-retard(ea) = minutes-a - minutes-b
                   MOVE 'R' TO eca-nature(ea)
               END-IF
           END-IF.
           IF eca-sortie(ea) NOT = SPACES
               MOVE eca-sortie(ea) TO heure-a-convertir
               PERFORM convertir-heure
               MOVE minutes-converties TO minutes-a
               MOVE eca-prevu-fin(ea) TO heure-a-convertir
               PERFORM convertir-heure
               MOVE minutes-converties TO minutes-b
               IF minutes-a + tolerance-minutes < minutes-b
                   COMPUTE eca-avance(ea) = minutes-b - minutes-a
                   IF eca-nature(ea) = 'R'
                       MOVE 'B' TO eca-nature(ea)
                   ELSE
                       MOVE 'D' TO eca-nature(ea)
                   END-IF
               END-IF
           END-IF.

       *>Journees pointees sans aucun poste prevu ce jour-la.
       relever-hors-planning.
           PERFORM VARYING jr FROM 1 BY 1 UNTIL jr > nb-journees
               IF jrn-prevue(jr) NOT = 'O'
                   PERFORM ajouter-ecart
                   IF ea > 0
                       MOVE jrn-operateur(jr) TO eca-operateur(ea)
                       MOVE jrn-date(jr) TO eca-date(ea)
                       MOVE SPACES TO eca-prevu-debut(ea)
                       MOVE SPACES TO eca-prevu-fin(ea)
                       MOVE jrn-entree(jr) TO eca-entree(ea)
                       MOVE jrn-sortie(jr) TO eca-sortie(ea)
                       MOVE 'H' TO eca-nature(ea)
                   END-IF
               END-IF
           END-PERFORM.

       *>Nouvelle ligne d'ecart (ea = 0 quand la table est pleine).
       ajouter-ecart.
           IF nb-ecarts < 4000
               ADD 1 TO nb-ecarts
               MOVE nb-ecarts TO ea
               MOVE SPACES TO eca-entree(ea) eca-sortie(ea)
               MOVE 0 TO eca-retard(ea) eca-avance(ea)
           ELSE
               MOVE 0 TO ea
               MOVE 'O' TO table-pleine
           END-IF.

       convertir-heure.
           MOVE 0 TO minutes-converties.
           IF heure-a-convertir IS NUMERIC
               COMPUTE minutes-converties =
                   FUNCTION NUMVAL(heure-a-convertir(1:2)) * 60
                   + FUNCTION NUMVAL(heure-a-convertir(3:2))
           END-IF.

       *>Par operateur puis par semaine : les ecarts en detail, un
       *>sous-total a chaque fin de semaine et d'operateur.
       editer-etat.
           PERFORM VARYING ea FROM 1 BY 1 UNTIL ea > nb-ecarts
               COMPUTE eca-semaine(ea) = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(eca-date(ea))
                   - FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(eca-date(ea)) - 1, 7))
           END-PERFORM.
           IF nb-ecarts > 1
               SORT ecart ASCENDING eca-operateur eca-date
                   eca-prevu-debut
           END-IF.
           MOVE SPACES TO LIGNE-ETAT.
           STRING "Ecarts planning / pointages du mois "
               mois-saisi(5:2) "/" mois-saisi(1:4)
               "   (tolerance " tolerance-minutes " min)"
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           MOVE "Operat." TO LIGNE-ETAT(1:7).
           MOVE "Date" TO LIGNE-ETAT(10:4).
           MOVE "Prevu" TO LIGNE-ETAT(22:5).
           MOVE "Pointe" TO LIGNE-ETAT(33:6).
           MOVE "Ret." TO LIGNE-ETAT(44:4).
           MOVE "Av." TO LIGNE-ETAT(50:3).
           MOVE "Ecart" TO LIGNE-ETAT(56:5).
           PERFORM ecrire-ligne-etat.
           MOVE SPACES TO operateur-rupture.
           MOVE 0 TO semaine-rupture.
           INITIALIZE cumul-semaine cumul-operateur.
           PERFORM VARYING ea FROM 1 BY 1 UNTIL ea > nb-ecarts
               IF eca-operateur(ea) NOT = operateur-rupture
                       AND operateur-rupture NOT = SPACES
                   PERFORM clore-semaine
                   PERFORM clore-operateur
               ELSE
                   IF eca-semaine(ea) NOT = semaine-rupture
                           AND semaine-rupture NOT = 0
                       PERFORM clore-semaine
                   END-IF
               END-IF
               MOVE eca-operateur(ea) TO operateur-rupture
               MOVE eca-semaine(ea) TO semaine-rupture
               PERFORM editer-ecart
           END-PERFORM.
           IF operateur-rupture NOT = SPACES
               PERFORM clore-semaine
               PERFORM clore-operateur
           END-IF.
           MOVE cumul-general TO cumul-edite.
           MOVE "TOTAL DU MOIS" TO libelle-cumul.
           PERFORM editer-cumul.
           IF table-pleine = 'O'
               MOVE "ETAT TRONQUE : plus de 4000 lignes." TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.

       editer-ecart.
           IF eca-nature(ea) NOT = 'H'
               ADD 1 TO cum-s-prevus
           END-IF.
           EVALUATE eca-nature(ea)
               WHEN 'R'
                   ADD 1 TO cum-s-retards
                   ADD eca-retard(ea) TO cum-s-minutes
               WHEN 'D'
                   ADD 1 TO cum-s-departs
               WHEN 'B'
                   ADD 1 TO cum-s-retards
                   ADD eca-retard(ea) TO cum-s-minutes
                   ADD 1 TO cum-s-departs
               WHEN 'H'
                   ADD 1 TO cum-s-hors
               WHEN 'A'
                   ADD 1 TO cum-s-absences
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF eca-nature(ea) NOT = 'N'
               MOVE eca-operateur(ea) TO LIGNE-ETAT(1:8)
               MOVE eca-date(ea) TO date-a-editer
               PERFORM editer-date
               MOVE date-edit TO LIGNE-ETAT(10:10)
               IF eca-prevu-debut(ea) NOT = SPACES
                   STRING eca-prevu-debut(ea) "-" eca-prevu-fin(ea)
                       DELIMITED BY SIZE INTO LIGNE-ETAT(22:9)
               END-IF
               IF eca-entree(ea) NOT = SPACES
                       OR eca-sortie(ea) NOT = SPACES
                   STRING eca-entree(ea) "-" eca-sortie(ea)
                       DELIMITED BY SIZE INTO LIGNE-ETAT(33:9)
               END-IF
               IF eca-retard(ea) > 0
                   MOVE eca-retard(ea) TO minutes-edit
                   MOVE minutes-edit TO LIGNE-ETAT(44:4)
               END-IF
               IF eca-avance(ea) > 0
                   MOVE eca-avance(ea) TO minutes-edit
                   MOVE minutes-edit TO LIGNE-ETAT(49:4)
               END-IF
               EVALUATE eca-nature(ea)
                   WHEN 'R'
                       MOVE "RETARD" TO LIGNE-ETAT(56:24)
                   WHEN 'D'
                       MOVE "DEPART ANTICIPE" TO LIGNE-ETAT(56:24)
                   WHEN 'B'
                       MOVE "RETARD + DEPART ANTICIPE"
                           TO LIGNE-ETAT(56:24)
                   WHEN 'H'
                       MOVE "HORS PLANNING" TO LIGNE-ETAT(56:24)
                   WHEN OTHER
                       MOVE "ABSENCE" TO LIGNE-ETAT(56:24)
               END-EVALUATE
               PERFORM ecrire-ligne-etat
           END-IF.

       clore-semaine.
           MOVE cumul-semaine TO cumul-edite.
           MOVE SPACES TO libelle-cumul.
           MOVE semaine-rupture TO date-a-editer.
           PERFORM editer-date.
           STRING "  semaine du " date-edit
               DELIMITED BY SIZE INTO libelle-cumul.
           PERFORM editer-cumul.
           ADD cum-s-prevus TO cum-o-prevus.
           ADD cum-s-retards TO cum-o-retards.
           ADD cum-s-minutes TO cum-o-minutes.
           ADD cum-s-departs TO cum-o-departs.
           ADD cum-s-hors TO cum-o-hors.
           ADD cum-s-absences TO cum-o-absences.
           INITIALIZE cumul-semaine.

       clore-operateur.
           MOVE cumul-operateur TO cumul-edite.
           MOVE SPACES TO libelle-cumul.
           STRING "TOTAL " operateur-rupture
               DELIMITED BY SIZE INTO libelle-cumul.
           PERFORM editer-cumul.
           PERFORM ecrire-ligne-etat.
           ADD cum-o-prevus TO cum-g-prevus.
           ADD cum-o-retards TO cum-g-retards.
           ADD cum-o-minutes TO cum-g-minutes.
           ADD cum-o-departs TO cum-g-departs.
           ADD cum-o-hors TO cum-g-hors.
           ADD cum-o-absences TO cum-g-absences.
           INITIALIZE cumul-operateur.

       *>Ligne de cumul : libelle, postes prevus, retards (et leurs
       *>minutes), departs anticipes, hors planning, absences.
       editer-cumul.
           MOVE libelle-cumul TO LIGNE-ETAT(1:24).
           MOVE cum-e-prevus TO compte-edit.
           STRING "prev " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT(25:9).
           MOVE cum-e-retards TO compte-edit.
           STRING " ret " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT(34:9).
           MOVE cum-e-minutes TO total-edit.
           STRING "/" total-edit "mn"
               DELIMITED BY SIZE INTO LIGNE-ETAT(43:9).
           MOVE cum-e-departs TO compte-edit.
           STRING " dep " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT(52:9).
           MOVE cum-e-hors TO compte-edit.
           STRING " hp " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT(61:8).
           MOVE cum-e-absences TO compte-edit.
           STRING " abs " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT(69:9).
           PERFORM ecrire-ligne-etat.

       editer-date.
           MOVE SPACES TO date-edit.
           STRING date-a-editer(7:2) "/" date-a-editer(5:2) "/"
               date-a-editer(1:4)
               DELIMITED BY SIZE INTO date-edit.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "EcartsPlanning"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.
