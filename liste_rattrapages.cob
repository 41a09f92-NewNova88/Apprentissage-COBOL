      *>Liste des rattrapages d'une classe : pour chaque eleve du
      *>carnet (ETUDIANTS-IDX.DAT) note dans la classe, les matieres
      *>ou sa moyenne des notes ordinaires est sous 10 - celles qui
      *>ouvrent droit au rattrapage - avec, s'il l'a passe, sa note
      *>de rattrapage et la note retenue par la regle partagee
      *>RATTRAPAGE-REGLE, sinon la mention "a passer". Un
      *>rattrapage saisi sans note d'origine dans la matiere est
      *>signale (il n'est retenu nulle part). L'etat sort dans
      *>RATTRAPAGES-<classe>-<horo>.DAT au catalogue des rapports ;
      *>le nom de l'eleve vient du fichier des eleves ELEVES.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ListeRattrapages.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *>Le carnet vit dans le fichier indexe (SaisieNotes) : la
           *>lecture suit l'ordre de la cle, les notes d'une meme
           *>matiere d'un eleve arrivent ensemble.
           SELECT FICHIER-ETUDIANTS ASSIGN TO "ETUDIANTS-IDX.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ETU-CLE
               FILE STATUS IS statut-etudiants.
           COPY ELEVE-FICHIER.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       *>Dessin du carnet indexe, partage avec SaisieNotes.
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

       COPY ELEVE-FD.

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(90).

       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       COPY ELEVE-ZONE.
       77 statut-etudiants PIC X(02).
       77 fin-carnet PIC X(01) VALUE 'N'.
       77 classe-liste PIC X(03).

       *>Matiere en cours de lecture (etudiant + classe + matiere)
       *>et son meilleur rattrapage.
       1 groupe-matiere.
           2 grp-id PIC X(05) VALUE SPACES.
           2 grp-classe PIC X(03) VALUE SPACES.
           2 grp-matiere PIC X(04) VALUE SPACES.
       77 somme-matiere PIC 9(4)V99 VALUE 0.
       77 nb-notes-matiere PIC 99 VALUE 0.
       77 moyenne-matiere PIC 99V99.
       77 note-rattrapage PIC 99V99.
       77 note-retenue PIC 99V99.
       77 rattrapage-present PIC X(01) VALUE 'N'.

       *>Compteurs de l'etat.
       77 nb-admissibles PIC 9(4) VALUE 0.
       77 nb-passes PIC 9(4) VALUE 0.
       77 nb-a-passer PIC 9(4) VALUE 0.
       77 nb-sans-origine PIC 9(4) VALUE 0.
       77 moyenne-edit PIC Z9.99.
       77 rattrapage-edit PIC Z9.99.
       77 retenue-edit PIC Z9.99.
       77 compte-edit PIC zzz9.
       77 horodatage-etat PIC X(14).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.
       77 touche PIC X(01).

       SCREEN SECTION.
       1 plage-classe.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Liste des rattrapages'.
           2 LINE 3 COL 1 VALUE 'Classe : '.
           2 PIC X(03) TO classe-liste REQUIRED.

       1 plage-fini.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Liste des rattrapages'.
           2 LINE 3 COL 1 VALUE 'Etat genere           : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 4 COL 1 VALUE 'Matieres sous 10      : '.
           2 PIC zzz9 FROM nb-admissibles.
           2 LINE 5 COL 1 VALUE 'Rattrapages passes    : '.
           2 PIC zzz9 FROM nb-passes.
           2 LINE 6 COL 1 VALUE 'Rattrapages a passer  : '.
           2 PIC zzz9 FROM nb-a-passer.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       DISPLAY plage-classe.
       ACCEPT plage-classe.
       MOVE FUNCTION UPPER-CASE(classe-liste) TO classe-liste.
       PERFORM charger-eleves.
       MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
       MOVE SPACES TO nom-rapport.
       STRING "RATTRAPAGES-" DELIMITED BY SIZE
           classe-liste DELIMITED BY SPACE
           "-" horodatage-etat ".DAT"
           DELIMITED BY SIZE INTO nom-rapport.
       OPEN OUTPUT FICHIER-ETAT.
       MOVE SPACES TO LIGNE-ETAT.
       STRING "RATTRAPAGES  classe " classe-liste
           "  edition du " horodatage-etat(1:8)
           DELIMITED BY SIZE INTO LIGNE-ETAT.
       PERFORM ecrire-ligne-etat.
       MOVE "Eleves sous 10 de moyenne dans une matiere (rattrapage"
           TO LIGNE-ETAT.
       PERFORM ecrire-ligne-etat.
       MOVE "retenu dans la limite de 10, jamais en baisse)"
           TO LIGNE-ETAT.
       PERFORM ecrire-ligne-etat.
       PERFORM ecrire-ligne-etat.

       OPEN INPUT FICHIER-ETUDIANTS.
       IF statut-etudiants = "00"
           PERFORM UNTIL fin-carnet = 'O'
               READ FICHIER-ETUDIANTS NEXT RECORD
                   AT END MOVE 'O' TO fin-carnet
                   NOT AT END PERFORM lire-note
               END-READ
           END-PERFORM
           PERFORM clore-matiere
           CLOSE FICHIER-ETUDIANTS
       END-IF.

       PERFORM ecrire-ligne-etat.
       MOVE nb-admissibles TO compte-edit.
       STRING "Matieres sous 10 : " compte-edit
           DELIMITED BY SIZE INTO LIGNE-ETAT.
       MOVE nb-passes TO compte-edit.
       STRING "  passees : " compte-edit
           DELIMITED BY SIZE INTO LIGNE-ETAT(24:).
       MOVE nb-a-passer TO compte-edit.
       STRING "  a passer : " compte-edit
           DELIMITED BY SIZE INTO LIGNE-ETAT(40:).
       PERFORM ecrire-ligne-etat.
       IF nb-sans-origine > 0
           MOVE nb-sans-origine TO compte-edit
           STRING "Rattrapages sans note d'origine : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT
           PERFORM ecrire-ligne-etat
       END-IF.
       CLOSE FICHIER-ETAT.
       PERFORM cataloguer-rapport.
       DISPLAY plage-fini.
       DISPLAY plage-pause.
       ACCEPT plage-pause.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le sous-menu des outils.
       GOBACK.

       *>Cumul de la matiere en cours ; seules les notes de la
       *>classe demandee comptent.
       lire-note.
           IF ETU-ID NOT = grp-id OR ETU-CLASSE NOT = grp-classe
                   OR ETU-MATIERE NOT = grp-matiere
               PERFORM clore-matiere
               MOVE ETU-ID TO grp-id
               MOVE ETU-CLASSE TO grp-classe
               MOVE ETU-MATIERE TO grp-matiere
           END-IF.
           IF ETU-CLASSE = classe-liste AND ETU-NOTE IS NUMERIC
               IF ETU-RATTRAPAGE
                   IF rattrapage-present NOT = 'O'
                           OR ETU-NOTE > note-rattrapage
                       MOVE ETU-NOTE TO note-rattrapage
                   END-IF
                   MOVE 'O' TO rattrapage-present
               ELSE
                   ADD ETU-NOTE TO somme-matiere
                   ADD 1 TO nb-notes-matiere
               END-IF
           END-IF.

       *>Fin de la matiere en cours : une ligne si la moyenne est
       *>sous 10 (ou si un rattrapage n'a pas de note d'origine).
       clore-matiere.
           IF nb-notes-matiere > 0
               COMPUTE moyenne-matiere ROUNDED =
                   somme-matiere / nb-notes-matiere
               IF moyenne-matiere < 10
                   PERFORM ecrire-admissible
               END-IF
           ELSE
               IF rattrapage-present = 'O'
                   PERFORM ecrire-sans-origine
               END-IF
           END-IF.
           MOVE 0 TO somme-matiere nb-notes-matiere.
           MOVE 'N' TO rattrapage-present.

       ecrire-admissible.
           ADD 1 TO nb-admissibles.
           MOVE FUNCTION UPPER-CASE(grp-id) TO id-eleve-cherche.
           PERFORM composer-nom-eleve.
           MOVE moyenne-matiere TO moyenne-edit.
           STRING grp-id " " nom-eleve(1:24) " " grp-matiere
               "  moyenne " moyenne-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           IF rattrapage-present = 'O'
               ADD 1 TO nb-passes
               MOVE moyenne-matiere TO note-retenue
               COPY RATTRAPAGE-REGLE
                   REPLACING MOYENNE-ORIGINE-R BY moyenne-matiere
                   NOTE-RATTRAPAGE-R BY note-rattrapage
                   NOTE-RETENUE-R BY note-retenue.
               MOVE note-rattrapage TO rattrapage-edit
               MOVE note-retenue TO retenue-edit
               STRING "  ratt. " rattrapage-edit
                   " -> retenue " retenue-edit
                   DELIMITED BY SIZE INTO LIGNE-ETAT(51:)
           ELSE
               ADD 1 TO nb-a-passer
               MOVE "  a passer" TO LIGNE-ETAT(51:)
           END-IF.
           PERFORM ecrire-ligne-etat.

       ecrire-sans-origine.
           ADD 1 TO nb-sans-origine.
           MOVE FUNCTION UPPER-CASE(grp-id) TO id-eleve-cherche.
           PERFORM composer-nom-eleve.
           MOVE note-rattrapage TO rattrapage-edit.
           STRING grp-id " " nom-eleve(1:24) " " grp-matiere
               "  ratt. " rattrapage-edit
               " sans note d'origine (non retenu)"
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       COPY ELEVE-CHARGE.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "ListeRattrapages"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.
