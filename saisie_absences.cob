      *>un etudiant qui glisse sans jamais montrer les absences qui
      *>expliquent la glissade. Cet ecran saisit une absence
      *>(etudiant, date controlee contre les jours ouverts de
      *>CALENDRIER.DAT, motif) dans ABSENCES.DAT, liste les
      *>absences d'un etudiant, et previent quand un etudiant
      *>depasse le seuil d'absences de la periode
      *>(SEUIL-ABSENCES.DAT, 5 par defaut). Le compte d'absences
      *>sort aussi sur les resultats par classe (LesBooleans) et les
      *>bulletins. Chaque saisie est journalisee. L'eleve doit avoir
      *>sa fiche (ELEVES.DAT) et ne pas etre sorti a la date de
      *>l'absence ; son responsable et son telephone sont affiches
      *>avec l'alerte de seuil et la liste, pour savoir qui appeler.
      *>La periode ne se tape plus : elle vient du calendrier
      *>scolaire PERIODES-SCOLAIRES.DAT (MaintenancePeriodes) d'apres
      *>la date de l'absence, et une absence datee pendant les
      *>vacances scolaires ou hors de toute periode est refusee.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SaisieAbsences.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-seuil.
           COPY CALENDRIER-FICHIER.
           COPY PERIODE-FICHIER.
           COPY ELEVE-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.

       COPY CALENDRIER-FD.

       COPY PERIODE-FD.

       COPY ELEVE-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY FORMATION.
       COPY JOURNAL-ETAT.
       COPY CALENDRIER-ZONE.
       COPY PERIODE-ZONE.
       COPY ELEVE-ZONE.
       77 statut-absences PIC X(02).
       77 statut-seuil PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           2 PIC 9(08) TO date-saisie REQUIRED.
           2 LINE 11 COL 1 VALUE 'Motif : '.
           2 PIC X(20) TO motif-saisi REQUIRED.

       1 plage-jour-ferme.
           2 LINE 14 COL 1 VALUE
               'Jour ferme ou ferie au calendrier : refuse.'.

       1 plage-vacances.
           2 LINE 14 COL 1 VALUE 'Vacances scolaires ('.
           2 PIC X(20) FROM vacances-de-la-date.
           2 VALUE ') : refuse.'.

       1 plage-hors-periode.
           2 LINE 14 COL 1 VALUE
               'Date hors des periodes du calendrier scolaire'.
           2 VALUE ' : refuse.'.

       1 plage-eleve-refuse.
           2 LINE 14 COL 1 PIC X(40) FROM motif-eleve.

       1 plage-absence-saisie.
           2 LINE 14 COL 1 VALUE 'Absence enregistree, periode '.
           2 PIC X(02) FROM terme-saisi.

       1 plage-alerte-seuil.
           2 LINE 15 COL 1 VALUE 'ALERTE : '.
           2 PIC zz9 FROM seuil-absences.
           2 VALUE ').'.

       *>Qui appeler : nom de l'eleve, responsable et telephone.
       1 plage-responsable.
           2 LINE 16 COL 1 PIC X(36) FROM nom-eleve.
           2 LINE 17 COL 1 VALUE 'A appeler : '.
           2 PIC X(30) FROM elv-t-responsable(eleve-trouve).
           2 COL 45 PIC X(15) FROM elv-t-telephone(eleve-trouve).

       1 plage-saisie-etudiant.
           2 LINE 9 COL 1 VALUE 'Etudiant : '.
           2 PIC X(05) TO etudiant-saisi REQUIRED.

       PROCEDURE DIVISION.
       PERFORM charger-calendrier.
       PERFORM charger-periodes.
       PERFORM charger-seuil.
       PERFORM charger-eleves.
       PERFORM UNTIL choix-action = 0
           DISPLAY plage-menu
           ACCEPT plage-menu

       COPY CALENDRIER-CHARGE.

       COPY PERIODE-CHARGE.

       charger-seuil.
           OPEN INPUT FICHIER-SEUIL.
           IF statut-seuil = "00"
           DISPLAY plage-saisie-absence.
           ACCEPT plage-saisie-absence.
           PERFORM controler-jour.
           MOVE date-saisie TO date-periode-cherchee.
           PERFORM chercher-periode.
           MOVE terme-de-la-date TO terme-saisi.
           MOVE FUNCTION UPPER-CASE(etudiant-saisi)
               TO id-eleve-cherche.
           MOVE date-saisie TO date-controle-eleve.
           PERFORM controler-eleve.
           EVALUATE TRUE
               WHEN eleve-admis NOT = 'O'
                   DISPLAY plage-eleve-refuse
                   DISPLAY plage-pause
                   ACCEPT plage-pause
               WHEN jour-ouvert NOT = 'O'
                   DISPLAY plage-jour-ferme
                   DISPLAY plage-pause
                   ACCEPT plage-pause
               WHEN vacances-de-la-date NOT = SPACES
                   DISPLAY plage-vacances
                   DISPLAY plage-pause
                   ACCEPT plage-pause
               WHEN terme-saisi = SPACES
                   DISPLAY plage-hors-periode
                   DISPLAY plage-pause
                   ACCEPT plage-pause
               WHEN OTHER
                   PERFORM enregistrer-absence
           END-EVALUATE.

       enregistrer-absence.
           OPEN EXTEND FICHIER-ABSENCES.
           MOVE SPACES TO LIGNE-ABSENCE.
           MOVE etudiant-saisi TO ABS-ETUDIANT.
           MOVE date-saisie TO ABS-DATE.
           MOVE motif-saisi TO ABS-MOTIF.
           MOVE terme-saisi TO ABS-TERME.
           WRITE LIGNE-ABSENCE.
           CLOSE FICHIER-ABSENCES.
           MOVE SPACES TO valeur-journal.
           STRING etudiant-saisi " " date-saisie
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-absence.
           DISPLAY plage-absence-saisie.
           PERFORM compter-absences-periode.
           IF nb-absences-etudiant >= seuil-absences
               DISPLAY plage-alerte-seuil
               PERFORM afficher-responsable
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       afficher-responsable.
           PERFORM composer-nom-eleve.
           IF eleve-trouve > 0
               DISPLAY plage-responsable
           END-IF.

       *>Compte des absences de l'etudiant sur la periode de la date,
       *>pour l'alerte de seuil.
       compter-absences-periode.
           MOVE 0 TO nb-absences-etudiant.
       lister-absences.
           DISPLAY plage-saisie-etudiant.
           ACCEPT plage-saisie-etudiant.
           MOVE FUNCTION UPPER-CASE(etudiant-saisi)
               TO id-eleve-cherche.
           MOVE 2 TO ligne-ecran.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-ABSENCES.
               END-PERFORM
               CLOSE FICHIER-ABSENCES
           END-IF.
           PERFORM afficher-responsable.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       COPY ELEVE-CHARGE.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-absence
           NOM-PROGRAMME-JRN BY "SaisieAbsences"
