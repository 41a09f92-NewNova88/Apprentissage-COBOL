      *>classe, et la fleche de tendance contre la periode
      *>precedente (derniere ligne de l'historique des resultats).
      *>L'etat est pagine comme ETAT-SPOOL, horodate et inscrit au
      *>catalogue des rapports. Le nom de l'eleve vient du fichier
      *>des eleves ELEVES.DAT. Une note de rattrapage sort sur sa
      *>propre ligne, a cote des notes d'origine de la matiere, avec
      *>la moyenne d'origine et la note retenue par la regle
      *>partagee RATTRAPAGE-REGLE ; c'est la note retenue qui entre
      *>dans la moyenne.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BulletinsEtudiants.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-absences.
           COPY CATALOGUE-FICHIER.
           COPY ELEVE-FICHIER.
           COPY PERIODE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
               3 ETU-DATE PIC 9(08).
               3 ETU-RANG PIC 99.
           2 ETU-NOTE PIC 99V99.
           *>Type de note : blanc = ordinaire, R = rattrapage.
           2 ETU-TYPE PIC X(01).
               88 ETU-RATTRAPAGE VALUE 'R'.

       FD FICHIER-HISTO-NOTES.
       1 LIGNE-HISTO-NOTE.
           2 HNO-DATE PIC X(08).
           2 FILLER PIC X(01).
           2 HNO-TERME PIC X(02).
           2 FILLER PIC X(01).
           2 HNO-RATTRAPAGE PIC X(01).

       FD FICHIER-BULLETINS.
       1 LIGNE-BULLETIN PIC X(80).

       COPY CATALOGUE-FD.

       COPY ELEVE-FD.

       COPY PERIODE-FD.

       WORKING-STORAGE SECTION.
       COPY ELEVE-ZONE.
       COPY PERIODE-ZONE.
       77 statut-etudiants PIC X(02).
       77 statut-histo PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
               3 tab-note PIC 99V99.
               3 tab-classe PIC X(03).
               3 tab-matiere PIC X(04).
               3 tab-type PIC X(01).
               3 tab-origine PIC 99V99.
               3 tab-retenue PIC 99V99.
               3 tab-retenu PIC X(01).

       *>Etudiants distincts et leurs cumuls (moyenne puis rang).
       77 nb-etudiants PIC 9(4) VALUE 0.
               3 etu-b-moyenne PIC 99V99.
               3 etu-b-brute PIC 99V99.
               3 etu-b-rang PIC 999.
       *>Matiere en cours de cumul (etudiant + classe + matiere,
       *>groupes par l'ordre de la cle) et son meilleur rattrapage.
       1 groupe-matiere.
           2 grp-id PIC X(05) VALUE SPACES.
           2 grp-classe PIC X(03) VALUE SPACES.
           2 grp-matiere PIC X(04) VALUE SPACES.
       77 grp-etudiant PIC 9(4) VALUE 0.
       77 somme-matiere PIC 9(4)V99 VALUE 0.
       77 nb-notes-matiere PIC 99 VALUE 0.
       77 ponderee-matiere PIC 9(5)V99 VALUE 0.
       77 poids-matiere-cumul PIC 999V99 VALUE 0.
       77 moyenne-matiere PIC 99V99.
       77 note-retenue PIC 99V99.
       77 rattrapage-n PIC 9(4) VALUE 0.
       77 origine-edit PIC Z9.99.
       77 retenue-edit PIC Z9.99.
       *>Coefficients de matiere charges (poids 1 par defaut).
       77 statut-coefficients PIC X(02).
       77 fin-coefficients PIC X(01) VALUE 'N'.
       1 plage-terme.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Bulletins par etudiant'.
           2 LINE 3 COL 1 VALUE
               'Pas de periode au calendrier scolaire pour ce jour.'.
           2 LINE 4 COL 1 VALUE 'Code de la periode (T1, T2...) : '.
           2 PIC X(02) TO code-terme REQUIRED.

       1 plage-fini.
           2 LINE 7 COL 1 VALUE ' archiver d''abord.'.

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE(1:8) TO jour-edition.
       *>La periode vient du calendrier scolaire : celle qui court,
       *>ou celle qui vient de finir (bulletins edites pendant les
       *>vacances) ; elle ne se demande que si le calendrier n'en
       *>connait aucune.
       PERFORM charger-periodes.
       MOVE jour-edition TO date-periode-cherchee.
       PERFORM chercher-periode.
       MOVE dernier-terme-commence TO code-terme.
       IF code-terme = SPACES
           DISPLAY plage-terme
           ACCEPT plage-terme
       END-IF.

       PERFORM charger-coefficients.
       PERFORM charger-eleves.
       PERFORM charger-carnet.
       IF carnet-tronque NOT = 'O'
           PERFORM recenser-etudiants
                           MOVE ETU-CLASSE TO tab-classe(nb-notes)
                           MOVE ETU-MATIERE
                               TO tab-matiere(nb-notes)
                           MOVE ETU-TYPE TO tab-type(nb-notes)
                           MOVE 0 TO tab-origine(nb-notes)
                               tab-retenue(nb-notes)
                           MOVE 'N' TO tab-retenu(nb-notes)
                       ELSE
                           MOVE 'O' TO carnet-tronque
                       END-IF
           END-IF.

       *>Un etudiant distinct par identifiant, avec sa classe et sa
       *>moyenne (somme des notes / nombre de notes), chaque matiere
       *>passee par la regle du rattrapage.
       recenser-etudiants.
           PERFORM VARYING n FROM 1 BY 1 UNTIL n > nb-notes
               IF tab-id(n) NOT = grp-id
                       OR tab-classe(n) NOT = grp-classe
                       OR tab-matiere(n) NOT = grp-matiere
                   PERFORM clore-matiere
               END-IF
               MOVE 'N' TO etudiant-trouve
               PERFORM VARYING e FROM 1 BY 1
                       UNTIL e > nb-etudiants
                       MOVE 0 TO etu-b-nb(e)
                       MOVE 0 TO etu-b-ponderee(e)
                       MOVE 0 TO etu-b-poids(e)
                       MOVE 0 TO etu-b-moyenne(e)
                       MOVE 0 TO etu-b-brute(e)
                   ELSE
                       *>Un 501e etudiant ne se fond pas dans le
                       *>dernier : l'edition entiere est refusee.
                       MOVE nb-etudiants TO e
                   END-IF
               END-IF
               MOVE e TO grp-etudiant
               IF tab-type(n) = 'R'
                   IF rattrapage-n = 0
                       MOVE n TO rattrapage-n
                   ELSE
                       IF tab-note(n) > tab-note(rattrapage-n)
                           MOVE n TO rattrapage-n
                       END-IF
                   END-IF
               ELSE
                   ADD tab-note(n) TO somme-matiere
                   ADD 1 TO nb-notes-matiere
                   PERFORM chercher-poids-matiere
                   COMPUTE ponderee-matiere = ponderee-matiere
                       + tab-note(n) * poids-matiere
                   ADD poids-matiere TO poids-matiere-cumul
               END-IF
           END-PERFORM.
           PERFORM clore-matiere.
           PERFORM VARYING e FROM 1 BY 1 UNTIL e > nb-etudiants
               IF etu-b-nb(e) > 0
                   COMPUTE etu-b-brute(e) ROUNDED =
               END-IF
           END-PERFORM.

       *>Fin de la matiere en cours : la note retenue (regle du
       *>rattrapage) remplace chacune de ses notes dans les cumuls
       *>de l'etudiant quand elle releve la moyenne de la matiere ;
       *>la ligne du rattrapage garde la moyenne d'origine et la note
       *>retenue pour l'edition.
       clore-matiere.
           IF nb-notes-matiere > 0
               COMPUTE moyenne-matiere ROUNDED =
                   somme-matiere / nb-notes-matiere
               MOVE moyenne-matiere TO note-retenue
               IF rattrapage-n > 0
                   COPY RATTRAPAGE-REGLE
                       REPLACING MOYENNE-ORIGINE-R BY moyenne-matiere
                       NOTE-RATTRAPAGE-R BY tab-note(rattrapage-n)
                       NOTE-RETENUE-R BY note-retenue.
                   MOVE moyenne-matiere TO tab-origine(rattrapage-n)
                   MOVE note-retenue TO tab-retenue(rattrapage-n)
                   MOVE 'O' TO tab-retenu(rattrapage-n)
               END-IF
               IF note-retenue > moyenne-matiere
                   COMPUTE somme-matiere =
                       note-retenue * nb-notes-matiere
                   COMPUTE ponderee-matiere =
                       note-retenue * poids-matiere-cumul
               END-IF
               ADD somme-matiere TO etu-b-somme(grp-etudiant)
               ADD nb-notes-matiere TO etu-b-nb(grp-etudiant)
               ADD ponderee-matiere TO etu-b-ponderee(grp-etudiant)
               ADD poids-matiere-cumul TO etu-b-poids(grp-etudiant)
           END-IF.
           IF n NOT > nb-notes
               MOVE tab-id(n) TO grp-id
               MOVE tab-classe(n) TO grp-classe
               MOVE tab-matiere(n) TO grp-matiere
           END-IF.
           MOVE 0 TO somme-matiere nb-notes-matiere.
           MOVE 0 TO ponderee-matiere poids-matiere-cumul.
           MOVE 0 TO rattrapage-n.

       *>Rang dans la classe : 1 + le nombre de camarades de la meme
       *>classe a meilleure moyenne.
       calculer-rangs.
               DELIMITED BY SIZE INTO LIGNE-BULLETIN.
           WRITE LIGNE-BULLETIN.
           ADD 1 TO nb-lignes-rapport.
           MOVE FUNCTION UPPER-CASE(etu-b-id(e)) TO id-eleve-cherche.
           PERFORM composer-nom-eleve.
           MOVE SPACES TO LIGNE-BULLETIN.
           STRING "Etudiant " etu-b-id(e) " " DELIMITED BY SIZE
               nom-eleve DELIMITED BY "  "
               "  classe " etu-b-classe(e)
               DELIMITED BY SIZE INTO LIGNE-BULLETIN.
           WRITE LIGNE-BULLETIN.
                   MOVE SPACES TO LIGNE-BULLETIN
                   STRING "  " tab-matiere(n) " : " note-edit
                       DELIMITED BY SIZE INTO LIGNE-BULLETIN
                   IF tab-type(n) = 'R'
                       PERFORM completer-ligne-rattrapage
                   END-IF
                   WRITE LIGNE-BULLETIN
                   ADD 1 TO nb-lignes-rapport
               END-IF
           MOVE etu-b-rang(e) TO rang-edit.
           MOVE SPACES TO LIGNE-BULLETIN.
           MOVE nb-absences TO absences-edit.
           *>Un rattrapage seul, sans note d'origine, ne fait pas de
           *>moyenne.
           IF etu-b-nb(e) = 0
               STRING "Pas de note d'origine : pas de moyenne"
                   "  absences " absences-edit
                   DELIMITED BY SIZE INTO LIGNE-BULLETIN
           ELSE
               STRING "Moyenne " moyenne-edit
                   " (brute " note-edit ")"
                   "  mention " mention
                   "  rang " rang-edit
                   "  tendance " fleche
                   "  absences " absences-edit
                   DELIMITED BY SIZE INTO LIGNE-BULLETIN
           END-IF.
           WRITE LIGNE-BULLETIN.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-BULLETIN.
           WRITE LIGNE-BULLETIN.
           ADD 1 TO nb-lignes-rapport.

       *>Les deux notes cote a cote : la moyenne d'origine de la
       *>matiere et la note retenue apres rattrapage (un rattrapage
       *>sans note d'origine, ou moins bon qu'un autre de la meme
       *>matiere, n'est pas retenu).
       completer-ligne-rattrapage.
           IF tab-retenu(n) = 'O'
               MOVE tab-origine(n) TO origine-edit
               MOVE tab-retenue(n) TO retenue-edit
               STRING "  rattrapage (moyenne d'origine "
                   origine-edit ", note retenue " retenue-edit ")"
                   DELIMITED BY SIZE INTO LIGNE-BULLETIN(15:)
           ELSE
               MOVE "  rattrapage (non retenu)"
                   TO LIGNE-BULLETIN(15:)
           END-IF.

       *>Meme echelle de bandes que LesBooleans.
       classer-mention.
           MOVE etu-b-moyenne(e) TO note.
               END-EVALUATE
           END-IF.

       COPY ELEVE-CHARGE.

       COPY PERIODE-CHARGE.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "BulletinsEtudiants"
