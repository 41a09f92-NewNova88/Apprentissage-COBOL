      *>Conseil de classe de fin d'annee : les decisions (passage,
      *>redoublement, depart) partaient sur papier et les classes
      *>de l'annee suivante se refaisaient a la main. Pour une annee
      *>scolaire et une classe, l'ecran passe en revue les eleves de
      *>la classe (fiches ELEVES.DAT de la classe encore inscrits,
      *>plus les identifiants sans fiche qui ont des notes dans la
      *>classe) avec leur moyenne de l'annee ponderee comme les
      *>bulletins (COEFFICIENTS.DAT, poids 1 par defaut, toutes les
      *>notes du carnet) et leurs absences de l'annee, et saisit la
      *>decision et la classe de l'annee suivante. Les decisions
      *>vont a DECISIONS.DAT sous VERROU-DECISIONS.LCK, une saisie
      *>revue remplace la precedente, chacune est journalisee. Le
      *>proces-verbal du conseil sort dans
      *>PV-CONSEIL-<classe>-<horo>.DAT au catalogue des rapports.
      *>BasculeAnnee applique ensuite les decisions aux fiches.
      *>La moyenne de l'annee suit la regle partagee du rattrapage
      *>(RATTRAPAGE-REGLE), matiere par matiere, comme les bulletins.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConseilClasse.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DECISION-FICHIER.
           COPY ELEVE-FICHIER.
           *>Le carnet vit dans le fichier indexe (SaisieNotes).
           SELECT FICHIER-ETUDIANTS ASSIGN TO "ETUDIANTS-IDX.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ETU-CLE
               FILE STATUS IS statut-etudiants.
           SELECT OPTIONAL FICHIER-COEFFICIENTS
               ASSIGN TO "COEFFICIENTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-coefficients.
           SELECT OPTIONAL FICHIER-ABSENCES
               ASSIGN TO "ABSENCES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-absences.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY DECISION-FD.

       COPY ELEVE-FD.

       FD FICHIER-ETUDIANTS.
       1 LIGNE-ETUDIANT.
           2 ETU-CLE.
               3 ETU-ID PIC X(05).
               3 ETU-CLASSE PIC X(03).
               3 ETU-MATIERE PIC X(04).
               3 ETU-DATE PIC 9(08).
               3 ETU-RANG PIC 99.
           2 ETU-NOTE PIC 99V99.
           *>Type de note : blanc = ordinaire, R = rattrapage.
           2 ETU-TYPE PIC X(01).
               88 ETU-RATTRAPAGE VALUE 'R'.

       FD FICHIER-COEFFICIENTS.
       1 LIGNE-COEFFICIENT.
           2 COE-MATIERE PIC X(04).
           2 FILLER PIC X(01).
           2 COE-POIDS PIC 9V99.

       FD FICHIER-ABSENCES.
       1 LIGNE-ABSENCE.
           2 ABS-ETUDIANT PIC X(05).
           2 FILLER PIC X(01).
           2 ABS-DATE PIC 9(08).
           2 FILLER PIC X(01).
           2 ABS-MOTIF PIC X(20).
           2 FILLER PIC X(01).
           2 ABS-TERME PIC X(02).

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

       COPY CATALOGUE-FD.

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       COPY ELEVE-ZONE.
       COPY DECISION-ZONE.
       77 statut-etudiants PIC X(02).
       77 fin-carnet PIC X(01).
       77 statut-absences PIC X(02).
       77 fin-absences PIC X(01).

       *>Annee scolaire (AAAA-AAAA, par defaut celle qui court : a
       *>partir d'aout, l'annee qui commence) et classe du conseil.
       77 jour-conseil PIC 9(08).
       77 annee-debut PIC 9(04).
       77 annee-fin PIC 9(04).
       77 annee-scolaire PIC X(09).
       77 classe-conseil PIC X(03).

       *>Eleves de la classe, moyenne ponderee et absences de
       *>l'annee.
       77 nb-membres PIC 9(3) VALUE 0.
       77 mb PIC 9(3).
       77 membre-trouve PIC 9(3).
       77 membres-tronques PIC X(01) VALUE 'N'.
       1 table-membres.
           2 membre OCCURS 500.
               3 mbr-id PIC X(05).
               3 mbr-ponderee PIC 9(5)V99.
               3 mbr-poids PIC 999V99.
               3 mbr-moyenne PIC 99V99.
               3 mbr-absences PIC 9(03).

       *>Matiere en cours de cumul (etudiant + classe + matiere,
       *>groupes par l'ordre de la cle) et son meilleur rattrapage.
       1 groupe-matiere.
           2 grp-id PIC X(05) VALUE SPACES.
           2 grp-classe PIC X(03) VALUE SPACES.
           2 grp-matiere PIC X(04) VALUE SPACES.
       77 somme-matiere PIC 9(4)V99 VALUE 0.
       77 nb-notes-matiere PIC 99 VALUE 0.
       77 ponderee-matiere PIC 9(5)V99 VALUE 0.
       77 poids-matiere-cumul PIC 999V99 VALUE 0.
       77 moyenne-matiere PIC 99V99.
       77 note-rattrapage PIC 99V99.
       77 note-retenue PIC 99V99.
       77 rattrapage-present PIC X(01) VALUE 'N'.

       *>Coefficients de matiere charges (poids 1 par defaut).
       77 statut-coefficients PIC X(02).
       77 fin-coefficients PIC X(01) VALUE 'N'.
       77 nb-coefficients PIC 99 VALUE 0.
       77 cof PIC 99.
       77 poids-matiere PIC 9V99.
       1 coefficients-charges.
           2 coefficient-charge OCCURS 20.
               3 coe-t-matiere PIC X(04).
               3 coe-t-poids PIC 9V99.

       *>Saisie d'une decision.
       77 decision-saisie PIC X(01).
       77 classe-saisie PIC X(03).
       77 decision-valide PIC X(01).
       77 saisie-arretee PIC X(01).
       77 motif-refus PIC X(50).
       77 nb-decides PIC 9(3) VALUE 0.
       77 modifie PIC X(01) VALUE 'N'.
       77 choix-action PIC 9 VALUE 9.
       77 touche PIC X(01).
       77 valeur-journal PIC X(20).

       *>Proces-verbal.
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.
       77 horodatage-etat PIC X(14).
       77 libelle-decision PIC X(14).
       77 moyenne-edit PIC Z9.99.
       77 absences-edit PIC zz9.
       77 nombre-edit PIC zz9.
       77 nb-passages PIC 9(3).
       77 nb-redoublements PIC 9(3).
       77 nb-departs PIC 9(3).
       77 nb-sans-decision PIC 9(3).

       SCREEN SECTION.
       1 plage-choix-conseil.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Conseil de classe'.
           2 LINE 3 COL 1 VALUE 'Annee scolaire (AAAA-AAAA) : '.
           2 PIC X(09) USING annee-scolaire REQUIRED.
           2 LINE 4 COL 1 VALUE 'Classe                     : '.
           2 PIC X(03) TO classe-conseil REQUIRED.

       1 plage-occupe.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Decisions en cours de saisie ailleurs, reessayez.'.

       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Conseil de classe '.
           2 PIC X(03) FROM classe-conseil.
           2 VALUE '  annee '.
           2 PIC X(09) FROM annee-scolaire.
           2 LINE 2 COL 1 PIC zz9 FROM nb-membres.
           2 VALUE ' eleves, '.
           2 PIC zz9 FROM nb-decides.
           2 VALUE ' decisions saisies'.
           2 LINE 4 COL 1 VALUE '1. Saisir les decisions'.
           2 LINE 5 COL 1 VALUE '2. Sauver et editer le proces-verbal'.
           2 LINE 6 COL 1 VALUE '9. Sauver et quitter'.
           2 LINE 7 COL 1 VALUE '0. Quitter sans sauver'.
           2 LINE 9 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-eleve-conseil.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Conseil de classe '.
           2 PIC X(03) FROM classe-conseil.
           2 VALUE '  annee '.
           2 PIC X(09) FROM annee-scolaire.
           2 LINE 3 COL 1 PIC X(05) FROM mbr-id(mb).
           2 COL 7 PIC X(36) FROM nom-eleve.
           2 LINE 4 COL 1 VALUE 'Moyenne de l''annee : '.
           2 PIC Z9.99 FROM mbr-moyenne(mb).
           2 COL 30 VALUE 'Absences : '.
           2 PIC zz9 FROM mbr-absences(mb).
           2 LINE 6 COL 1
               VALUE 'Decision (P passage, R redoublement, D depart,'.
           2 LINE 7 COL 1
               VALUE ' blanc = plus tard, F = arreter la saisie) : '.
           2 PIC X(01) USING decision-saisie.
           2 LINE 8 COL 1 VALUE 'Classe l''an prochain : '.
           2 PIC X(03) USING classe-saisie.

       1 plage-refus.
           2 LINE 10 COL 1 PIC X(50) FROM motif-refus.

       1 plage-table-tronquee.
           2 LINE 21 COL 1 VALUE
               'DECISIONS.DAT ou la classe depasse l''editeur :'.
           2 LINE 22 COL 1 VALUE ' sauvegarde REFUSEE.'.

       1 plage-edite.
           2 LINE 21 COL 1 VALUE 'Proces-verbal : '.
           2 PIC X(40) FROM nom-rapport.

       1 plage-pause.
           2 LINE 23 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE(1:8) TO jour-conseil.
       PERFORM poser-annee-scolaire.
       DISPLAY plage-choix-conseil.
       ACCEPT plage-choix-conseil.
       MOVE FUNCTION UPPER-CASE(classe-conseil) TO classe-conseil.
       PERFORM verrouiller-decisions.
       IF NOT VERROU-ACQUIS
           DISPLAY plage-occupe
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.

       PERFORM charger-eleves.
       PERFORM charger-decisions.
       PERFORM charger-coefficients.
       PERFORM recenser-membres.
       PERFORM cumuler-notes.
       PERFORM compter-absences.
       PERFORM compter-decides.
       PERFORM UNTIL choix-action = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           EVALUATE choix-action
               WHEN 1
                   PERFORM saisir-decisions
               WHEN 2
                   PERFORM sauver-si-modifie
                   IF decisions-tronquees NOT = 'O'
                           AND membres-tronques NOT = 'O'
                       PERFORM editer-proces-verbal
                       DISPLAY plage-edite
                       DISPLAY plage-pause
                       ACCEPT plage-pause
                   END-IF
               WHEN 9
                   PERFORM sauver-si-modifie
                   IF decisions-tronquees NOT = 'O'
                           AND membres-tronques NOT = 'O'
                       MOVE 0 TO choix-action
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       PERFORM liberer-decisions.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le sous-menu des outils.
       GOBACK.

       *>Annee scolaire qui court : a partir d'aout, celle qui
       *>commence ; avant, celle qui finit.
       poser-annee-scolaire.
           MOVE jour-conseil(1:4) TO annee-debut.
           IF jour-conseil(5:2) < "08"
               SUBTRACT 1 FROM annee-debut
           END-IF.
           COMPUTE annee-fin = annee-debut + 1.
           MOVE SPACES TO annee-scolaire.
           STRING annee-debut "-" annee-fin
               DELIMITED BY SIZE INTO annee-scolaire.

       *>Eleves de la classe : fiches de la classe pas encore
       *>sorties, puis identifiants notes dans la classe qui n'ont
       *>pas de fiche (un eleve qui a change de classe en cours
       *>d'annee passe au conseil de sa classe actuelle).
       recenser-membres.
           PERFORM VARYING el FROM 1 BY 1 UNTIL el > nb-eleves
               IF elv-t-classe(el) = classe-conseil
                       AND (elv-t-sortie(el) = 0
                           OR elv-t-sortie(el) >= jour-conseil)
                   MOVE elv-t-id(el) TO id-eleve-cherche
                   PERFORM ajouter-membre
               END-IF
           END-PERFORM.
           MOVE 'N' TO fin-carnet.
           OPEN INPUT FICHIER-ETUDIANTS.
           IF statut-etudiants = "00"
               PERFORM UNTIL fin-carnet = 'O'
                   READ FICHIER-ETUDIANTS NEXT RECORD
                       AT END MOVE 'O' TO fin-carnet
                       NOT AT END
                           IF ETU-CLASSE = classe-conseil
                               MOVE FUNCTION UPPER-CASE(ETU-ID)
                                   TO id-eleve-cherche
                               PERFORM chercher-eleve
                               IF eleve-trouve = 0
                                   PERFORM ajouter-membre
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ETUDIANTS
           END-IF.

       ajouter-membre.
           PERFORM chercher-membre.
           IF membre-trouve = 0
               IF nb-membres < 500
                   ADD 1 TO nb-membres
                   MOVE id-eleve-cherche TO mbr-id(nb-membres)
                   MOVE 0 TO mbr-ponderee(nb-membres)
                       mbr-poids(nb-membres) mbr-moyenne(nb-membres)
                       mbr-absences(nb-membres)
               ELSE
                   MOVE 'O' TO membres-tronques
               END-IF
           END-IF.

       chercher-membre.
           MOVE 0 TO membre-trouve.
           PERFORM VARYING mb FROM 1 BY 1
                   UNTIL mb > nb-membres OR membre-trouve > 0
               IF mbr-id(mb) = id-eleve-cherche
                   MOVE mb TO membre-trouve
               END-IF
           END-PERFORM.

       *>Moyenne de l'annee : toutes les notes du carnet de
       *>l'eleve, ponderees par matiere comme les bulletins, chaque
       *>matiere passee par la regle du rattrapage.
       cumuler-notes.
           MOVE 'N' TO fin-carnet.
           OPEN INPUT FICHIER-ETUDIANTS.
           IF statut-etudiants = "00"
               PERFORM UNTIL fin-carnet = 'O'
                   READ FICHIER-ETUDIANTS NEXT RECORD
                       AT END MOVE 'O' TO fin-carnet
                       NOT AT END PERFORM cumuler-note
                   END-READ
               END-PERFORM
               PERFORM clore-matiere
               CLOSE FICHIER-ETUDIANTS
           END-IF.
           PERFORM VARYING mb FROM 1 BY 1 UNTIL mb > nb-membres
               IF mbr-poids(mb) > 0
                   COMPUTE mbr-moyenne(mb) ROUNDED =
                       mbr-ponderee(mb) / mbr-poids(mb)
               END-IF
           END-PERFORM.

       cumuler-note.
           IF ETU-ID NOT = grp-id OR ETU-CLASSE NOT = grp-classe
                   OR ETU-MATIERE NOT = grp-matiere
               PERFORM clore-matiere
               MOVE ETU-ID TO grp-id
               MOVE ETU-CLASSE TO grp-classe
               MOVE ETU-MATIERE TO grp-matiere
           END-IF.
           IF ETU-NOTE IS NUMERIC
               IF ETU-RATTRAPAGE
                   IF rattrapage-present NOT = 'O'
                           OR ETU-NOTE > note-rattrapage
                       MOVE ETU-NOTE TO note-rattrapage
                   END-IF
                   MOVE 'O' TO rattrapage-present
               ELSE
                   ADD ETU-NOTE TO somme-matiere
                   ADD 1 TO nb-notes-matiere
                   PERFORM chercher-poids-matiere
                   COMPUTE ponderee-matiere = ponderee-matiere
                       + ETU-NOTE * poids-matiere
                   ADD poids-matiere TO poids-matiere-cumul
               END-IF
           END-IF.

       *>Fin de la matiere en cours : la note retenue remplace les
       *>notes de la matiere quand elle releve sa moyenne.
       clore-matiere.
           IF nb-notes-matiere > 0
               COMPUTE moyenne-matiere ROUNDED =
                   somme-matiere / nb-notes-matiere
               MOVE moyenne-matiere TO note-retenue
               IF rattrapage-present = 'O'
                   COPY RATTRAPAGE-REGLE
                       REPLACING MOYENNE-ORIGINE-R BY moyenne-matiere
                       NOTE-RATTRAPAGE-R BY note-rattrapage
                       NOTE-RETENUE-R BY note-retenue.
               END-IF
               IF note-retenue > moyenne-matiere
                   COMPUTE ponderee-matiere =
                       note-retenue * poids-matiere-cumul
               END-IF
               MOVE FUNCTION UPPER-CASE(grp-id) TO id-eleve-cherche
               PERFORM chercher-membre
               IF membre-trouve > 0
                   ADD ponderee-matiere
                       TO mbr-ponderee(membre-trouve)
                   ADD poids-matiere-cumul
                       TO mbr-poids(membre-trouve)
               END-IF
           END-IF.
           MOVE 0 TO somme-matiere nb-notes-matiere.
           MOVE 0 TO ponderee-matiere poids-matiere-cumul.
           MOVE 'N' TO rattrapage-present.

       *>Absences de l'annee : tout le registre en cours (la
       *>bascule archive celui des annees passees).
       compter-absences.
           MOVE 'N' TO fin-absences.
           OPEN INPUT FICHIER-ABSENCES.
           IF statut-absences(1:1) = "0"
               PERFORM UNTIL fin-absences = 'O'
                   READ FICHIER-ABSENCES
                       AT END MOVE 'O' TO fin-absences
                       NOT AT END
                           MOVE FUNCTION UPPER-CASE(ABS-ETUDIANT)
                               TO id-eleve-cherche
                           PERFORM chercher-membre
                           IF membre-trouve > 0
                               AND mbr-absences(membre-trouve) < 999
                               ADD 1 TO mbr-absences(membre-trouve)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ABSENCES
           END-IF.

       compter-decides.
           MOVE 0 TO nb-decides.
           MOVE annee-scolaire TO annee-decision-cherchee.
           PERFORM VARYING mb FROM 1 BY 1 UNTIL mb > nb-membres
               MOVE mbr-id(mb) TO id-decision-cherche
               PERFORM chercher-decision
               IF decision-trouvee > 0
                   ADD 1 TO nb-decides
               END-IF
           END-PERFORM.

       *>Un ecran par eleve, dans l'ordre de la classe, jusqu'au
       *>dernier ou jusqu'a F.
       saisir-decisions.
           MOVE 'N' TO saisie-arretee.
           PERFORM VARYING mb FROM 1 BY 1
                   UNTIL mb > nb-membres OR saisie-arretee = 'O'
               PERFORM saisir-decision-eleve
           END-PERFORM.
           PERFORM compter-decides.

       saisir-decision-eleve.
           MOVE mbr-id(mb) TO id-eleve-cherche.
           PERFORM composer-nom-eleve.
           MOVE annee-scolaire TO annee-decision-cherchee.
           MOVE mbr-id(mb) TO id-decision-cherche.
           PERFORM chercher-decision.
           IF decision-trouvee > 0
               MOVE dec-t-decision(decision-trouvee) TO decision-saisie
               MOVE dec-t-nouvelle-classe(decision-trouvee)
                   TO classe-saisie
           ELSE
               MOVE SPACE TO decision-saisie
               MOVE SPACES TO classe-saisie
           END-IF.
           MOVE 'N' TO decision-valide.
           PERFORM UNTIL decision-valide = 'O'
               DISPLAY plage-eleve-conseil
               ACCEPT plage-eleve-conseil
               PERFORM controler-decision
               IF decision-valide NOT = 'O'
                   DISPLAY plage-refus
                   DISPLAY plage-pause
                   ACCEPT plage-pause
               END-IF
           END-PERFORM.
           IF decision-saisie = 'P' OR 'R' OR 'D'
               PERFORM ranger-decision-saisie
           END-IF.

       *>P demande une autre classe ; R garde la classe faute de
       *>mieux ; D n'a pas de classe suivante.
       controler-decision.
           MOVE 'O' TO decision-valide.
           MOVE FUNCTION UPPER-CASE(decision-saisie) TO decision-saisie.
           MOVE FUNCTION UPPER-CASE(classe-saisie) TO classe-saisie.
           EVALUATE decision-saisie
               WHEN 'P'
                   IF classe-saisie = SPACES
                           OR classe-saisie = classe-conseil
                       MOVE 'N' TO decision-valide
                       MOVE "Passage : indiquer la classe suivante."
                           TO motif-refus
                   END-IF
               WHEN 'R'
                   IF classe-saisie = SPACES
                       MOVE classe-conseil TO classe-saisie
                   END-IF
               WHEN 'D'
                   MOVE SPACES TO classe-saisie
               WHEN 'F'
                   MOVE 'O' TO saisie-arretee
                   MOVE SPACE TO decision-saisie
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO decision-valide
                   MOVE "Decision P, R, D, F ou blanc." TO motif-refus
           END-EVALUATE.

       *>Nouvelle decision ou decision revue (elle remplace la
       *>precedente) ; journalisee.
       ranger-decision-saisie.
           IF decision-trouvee = 0
               IF nb-decisions < 3000
                   ADD 1 TO nb-decisions
                   MOVE nb-decisions TO decision-trouvee
               ELSE
                   MOVE 'O' TO decisions-tronquees
               END-IF
           END-IF.
           IF decision-trouvee > 0
               MOVE decision-trouvee TO dc
               MOVE annee-scolaire TO dec-t-annee(dc)
               MOVE mbr-id(mb) TO dec-t-etudiant(dc)
               MOVE classe-conseil TO dec-t-classe(dc)
               MOVE decision-saisie TO dec-t-decision(dc)
               MOVE classe-saisie TO dec-t-nouvelle-classe(dc)
               MOVE mbr-moyenne(mb) TO dec-t-moyenne(dc)
               MOVE mbr-absences(mb) TO dec-t-absences(dc)
               IF operateur-courant = SPACES OR LOW-VALUES
                   MOVE "INCONNU" TO dec-t-operateur(dc)
               ELSE
                   MOVE operateur-courant TO dec-t-operateur(dc)
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:14) TO dec-t-horodatage(dc)
               MOVE 'O' TO modifie
               MOVE SPACES TO valeur-journal
               STRING decision-saisie " " mbr-id(mb) " "
                   classe-saisie
                   DELIMITED BY SIZE INTO valeur-journal
               PERFORM journaliser-conseil
           END-IF.

       sauver-si-modifie.
           IF decisions-tronquees = 'O' OR membres-tronques = 'O'
               DISPLAY plage-table-tronquee
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               IF modifie = 'O'
                   PERFORM sauver-decisions
                   MOVE 'N' TO modifie
               END-IF
           END-IF.

       *>Proces-verbal : une ligne par eleve de la classe, les
       *>comptes par decision et la place des signatures.
       editer-proces-verbal.
           MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
           MOVE SPACES TO nom-rapport.
           STRING "PV-CONSEIL-" DELIMITED BY SIZE
               classe-conseil DELIMITED BY SPACE
               "-" horodatage-etat ".DAT"
               DELIMITED BY SIZE INTO nom-rapport.
           MOVE 0 TO nb-lignes-rapport nb-passages nb-redoublements
               nb-departs nb-sans-decision.
           OPEN OUTPUT FICHIER-ETAT.
           MOVE SPACES TO LIGNE-ETAT.
           MOVE "PROCES-VERBAL DU CONSEIL DE CLASSE" TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           STRING "Annee scolaire " annee-scolaire
               "   Classe " classe-conseil
               "   Edite le " horodatage-etat(1:8)
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           MOVE "Id    Eleve                          Moyenne Abs. "
               TO LIGNE-ETAT.
           MOVE "Decision       Classe" TO LIGNE-ETAT(51:21).
           PERFORM ecrire-ligne-etat.
           MOVE annee-scolaire TO annee-decision-cherchee.
           PERFORM VARYING mb FROM 1 BY 1 UNTIL mb > nb-membres
               PERFORM editer-ligne-membre
           END-PERFORM.
           PERFORM ecrire-ligne-etat.
           MOVE nb-passages TO nombre-edit.
           STRING "Passages      : " nombre-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE nb-redoublements TO nombre-edit.
           STRING "Redoublements : " nombre-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE nb-departs TO nombre-edit.
           STRING "Departs       : " nombre-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE nb-sans-decision TO nombre-edit.
           STRING "A decider     : " nombre-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           MOVE "Le president du conseil :              Le secretaire :"
               TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           CLOSE FICHIER-ETAT.
           PERFORM cataloguer-rapport.

       editer-ligne-membre.
           MOVE mbr-id(mb) TO id-eleve-cherche.
           PERFORM composer-nom-eleve.
           MOVE mbr-id(mb) TO id-decision-cherche.
           PERFORM chercher-decision.
           MOVE SPACES TO classe-saisie.
           IF decision-trouvee = 0
               MOVE "(a decider)" TO libelle-decision
               ADD 1 TO nb-sans-decision
           ELSE
               MOVE dec-t-nouvelle-classe(decision-trouvee)
                   TO classe-saisie
               EVALUATE dec-t-decision(decision-trouvee)
                   WHEN 'P'
                       MOVE "Passage" TO libelle-decision
                       ADD 1 TO nb-passages
                   WHEN 'R'
                       MOVE "Redoublement" TO libelle-decision
                       ADD 1 TO nb-redoublements
                   WHEN OTHER
                       MOVE "Depart" TO libelle-decision
                       ADD 1 TO nb-departs
               END-EVALUATE
           END-IF.
           MOVE mbr-moyenne(mb) TO moyenne-edit.
           MOVE mbr-absences(mb) TO absences-edit.
           STRING mbr-id(mb) " " nom-eleve(1:30) " " moyenne-edit
               "  " absences-edit "  " libelle-decision " "
               classe-saisie
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       *>Chargement des coefficients de matiere (fichier facultatif).
       charger-coefficients.
           OPEN INPUT FICHIER-COEFFICIENTS.
           IF statut-coefficients(1:1) = "0"
               READ FICHIER-COEFFICIENTS
                   AT END MOVE 'O' TO fin-coefficients
               END-READ
               PERFORM UNTIL fin-coefficients = 'O'
                   IF nb-coefficients < 20
                           AND COE-POIDS IS NUMERIC
                       ADD 1 TO nb-coefficients
                       MOVE COE-MATIERE
                           TO coe-t-matiere(nb-coefficients)
                       MOVE COE-POIDS
                           TO coe-t-poids(nb-coefficients)
                   END-IF
                   READ FICHIER-COEFFICIENTS
                       AT END MOVE 'O' TO fin-coefficients
                   END-READ
               END-PERFORM
               CLOSE FICHIER-COEFFICIENTS
           END-IF.

       *>Poids de la matiere de la note courante (1 par defaut).
       chercher-poids-matiere.
           MOVE 1.00 TO poids-matiere.
           PERFORM VARYING cof FROM 1 BY 1
                   UNTIL cof > nb-coefficients
               IF coe-t-matiere(cof) = ETU-MATIERE
                   MOVE coe-t-poids(cof) TO poids-matiere
               END-IF
           END-PERFORM.

       COPY ELEVE-CHARGE.

       COPY DECISION-CHARGE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-decisions
           NOM-FICHIER-VERROU BY "VERROU-DECISIONS.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-decisions.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-conseil
           NOM-PROGRAMME-JRN BY "ConseilClasse"
           VALEUR-SAISIE BY valeur-journal.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "ConseilClasse"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.
