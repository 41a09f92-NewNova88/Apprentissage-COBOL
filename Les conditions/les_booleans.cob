           SELECT FICHIER-ABSENCES ASSIGN TO "ABSENCES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-absences.
           *>Fiches des eleves : le nom sort a cote de l'identifiant.
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

       FD FICHIER-RAPPORT.
       1 LIGNE-RAPPORT PIC X(90).
           2 HNO-DATE PIC X(08).
           2 FILLER PIC X(01).
           2 HNO-TERME PIC X(02).
           *>R : un rattrapage a releve la moyenne de la periode.
           2 FILLER PIC X(01).
           2 HNO-RATTRAPAGE PIC X(01).

       COPY ELEVE-FD.

       COPY PERIODE-FD.

       WORKING-STORAGE SECTION.
       COPY ELEVE-ZONE.
       COPY PERIODE-ZONE.
       *>Note courante classee via les 88-level ci-dessous. Les bandes
       *>couvrent maintenant tout l'intervalle 0-20 : 17-19.99 (excellent)
       *>et tout ce qui est sous 10 (nul) ne retombent plus dans le
       77 moyenne-edit PIC Z9.99.
       77 lettre PIC X(02) VALUE SPACE.

       *>Cumul de la matiere en cours (etudiant + classe + matiere,
       *>groupes par l'ordre de la cle) : la regle partagee
       *>RATTRAPAGE-REGLE s'applique a la moyenne de la matiere avant
       *>qu'elle n'entre dans celle de l'etudiant. Les notes de
       *>rattrapage ne comptent pas dans les repartitions ni les
       *>cumuls par classe, qui restent ceux des notes saisies.
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
       77 rattrapage-retenu PIC X(01) VALUE 'N'.
       77 cnt-rattrapages PIC 9(5) VALUE 0.
       77 cnt-retenus PIC 9(5) VALUE 0.

       77 fin-fichier PIC X VALUE 'N'.
           88 PLUS-DE-ETUDIANTS VALUE 'O'.
       77 statut-etudiants PIC X(02).
       *>inscrits au catalogue des rapports.
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.
       *>Code de la periode du run (T1, T2...), tire du calendrier
       *>scolaire et reporte sur chaque resultat historise.
       77 code-terme PIC X(02) VALUE SPACES.

       SCREEN SECTION.
       01 plage-terme.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE
               'Pas de periode au calendrier scolaire pour ce jour.'.
           02 LINE 2 COL 1 VALUE
               'Code de la periode (T1, T2...) : '.
           02 PIC X(02) TO code-terme REQUIRED.

       01 plage-fini.
           02 LINE 1 COL 1 VALUE 'Rapport genere : '.
           02 PIC X(40) FROM nom-rapport.
           02 LINE 2 COL 1 VALUE 'Periode        : '.
           02 PIC X(02) FROM code-terme.

       PROCEDURE DIVISION.
       *>La periode du run vient du calendrier scolaire : celle qui
       *>court, ou celle qui vient de finir (resultats sortis pendant
       *>les vacances) ; elle ne se demande que si le calendrier n'en
       *>connait aucune.
       PERFORM charger-periodes.
       MOVE FUNCTION CURRENT-DATE(1:8) TO date-periode-cherchee.
       PERFORM chercher-periode.
       MOVE dernier-terme-commence TO code-terme.
       IF code-terme = SPACES
           DISPLAY plage-terme
           ACCEPT plage-terme
       END-IF.
       PERFORM charger-coefficients.
       PERFORM charger-eleves.
       MOVE SPACES TO nom-rapport.
       STRING "RAPPORT-NOTES-" FUNCTION CURRENT-DATE(1:14) ".DAT"
           DELIMITED BY SIZE INTO nom-rapport.
       END-IF.

       PERFORM UNTIL PLUS-DE-ETUDIANTS
           IF ETU-ID NOT = grp-id OR ETU-CLASSE NOT = grp-classe
                   OR ETU-MATIERE NOT = grp-matiere
               PERFORM clore-matiere
           END-IF
           *>Un etudiant qui n'aurait qu'un rattrapage sans note
           *>d'origine n'a pas de moyenne : pas de ligne.
           IF ETU-ID NOT = id-courant
               IF nb-notes > 0
                   PERFORM ecrire-rollup-etudiant
               END-IF
               MOVE ETU-ID TO id-courant
               MOVE 0 TO somme-notes
               MOVE 0 TO nb-notes
               MOVE 0 TO somme-ponderee
               MOVE 0 TO poids-total
               MOVE 'N' TO rattrapage-retenu
           END-IF
           IF ETU-RATTRAPAGE
               PERFORM noter-rattrapage
           ELSE
               MOVE ETU-NOTE TO note
               PERFORM classer-note
               PERFORM cumuler-classe
               PERFORM cumuler-matiere
               ADD ETU-NOTE TO somme-matiere
               ADD 1 TO nb-notes-matiere
               PERFORM chercher-poids-matiere
               COMPUTE ponderee-matiere = ponderee-matiere
                   + ETU-NOTE * poids-matiere
               ADD poids-matiere TO poids-matiere-cumul
           END-IF
           READ FICHIER-ETUDIANTS
               AT END SET PLUS-DE-ETUDIANTS TO TRUE
           END-READ
       END-PERFORM.
       PERFORM clore-matiere.
       IF nb-notes > 0
           PERFORM ecrire-rollup-etudiant
       END-IF.
               END-IF
           END-IF.

       *>Meilleur rattrapage de la matiere en cours.
       noter-rattrapage.
           IF ETU-NOTE IS NUMERIC
               ADD 1 TO cnt-rattrapages
               IF rattrapage-present NOT = 'O'
                       OR ETU-NOTE > note-rattrapage
                   MOVE ETU-NOTE TO note-rattrapage
               END-IF
               MOVE 'O' TO rattrapage-present
           END-IF.

       *>Fin de la matiere en cours : la regle du rattrapage donne la
       *>note retenue ; si elle releve la moyenne de la matiere, elle
       *>remplace chacune de ses notes dans les cumuls de
       *>l'etudiant (le poids de la matiere ne change pas). Puis la
       *>matiere suivante repart de zero.
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
                   ADD 1 TO cnt-retenus
                   MOVE 'O' TO rattrapage-retenu
                   COMPUTE somme-matiere =
                       note-retenue * nb-notes-matiere
                   COMPUTE ponderee-matiere =
                       note-retenue * poids-matiere-cumul
               END-IF
               ADD somme-matiere TO somme-notes
               ADD nb-notes-matiere TO nb-notes
               ADD ponderee-matiere TO somme-ponderee
               ADD poids-matiere-cumul TO poids-total
           END-IF.
           MOVE ETU-ID TO grp-id.
           MOVE ETU-CLASSE TO grp-classe.
           MOVE ETU-MATIERE TO grp-matiere.
           MOVE 0 TO somme-matiere nb-notes-matiere.
           MOVE 0 TO ponderee-matiere poids-matiere-cumul.
           MOVE 'N' TO rattrapage-present.

       *>Calcule la moyenne de l'etudiant en cours, en deduit sa
       *>mention (meme echelle de bandes que la note individuelle)
       *>et ecrit la ligne de cumul GPA/lettre dans le rapport.
           MOVE moyenne-brute TO moyenne-brute-edit.
           PERFORM compter-absences-etudiant.
           MOVE nb-absences TO absences-edit.
           MOVE FUNCTION UPPER-CASE(id-courant) TO id-eleve-cherche.
           PERFORM composer-nom-eleve.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING id-courant " " nom-eleve(1:24)
               " moyenne=" moyenne-edit
               " (brute=" moyenne-brute-edit ") mention=" lettre
               " absences=" absences-edit
               DELIMITED BY SIZE INTO LIGNE-RAPPORT.
           IF rattrapage-retenu = 'O'
               MOVE " ratt." TO LIGNE-RAPPORT(83:6)
           END-IF.
           WRITE LIGNE-RAPPORT.
           ADD 1 TO nb-lignes-rapport.
           *>Le resultat du run part aussi a l'historique, pour que
           MOVE lettre TO HNO-MENTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HNO-DATE.
           MOVE code-terme TO HNO-TERME.
           IF rattrapage-retenu = 'O'
               MOVE 'R' TO HNO-RATTRAPAGE
           END-IF.
           WRITE LIGNE-HISTO-NOTE.
           CLOSE FICHIER-HISTO-NOTES.

       COPY ELEVE-CHARGE.

       COPY PERIODE-CHARGE.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "LesBooleans"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "Rattrapages=" cnt-rattrapages
               " (matieres relevees=" cnt-retenus ")"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           ADD 1 TO nb-lignes-rapport.
