      *>Entretien du calendrier scolaire : les periodes de cours
      *>(T1, T2, T3 avec leurs dates de debut et de fin) et les
      *>vacances scolaires. La periode d'une absence ou d'un run de
      *>resultats se tapait a la main a chaque saisie, et la moitie
      *>des absences d'un trimestre etaient parties sous la mauvaise
      *>periode : elle se deduit desormais de la date, d'apres
      *>PERIODES-SCOLAIRES.DAT maintenu ici. Deux periodes de cours
      *>(ou deux vacances) ne se chevauchent pas ; des vacances
      *>tombent normalement a l'interieur d'une periode de cours.
      *>Les lignes restent rangees par date de debut. Chaque
      *>changement est journalise comme dans les autres ecrans
      *>d'entretien.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintenancePeriodes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PERIODE-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY PERIODE-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY JOURNAL-ETAT.
       COPY PERIODE-ZONE.
       77 choix-action PIC 9 VALUE 9.
       77 type-saisi PIC X(01).
       77 code-saisi PIC X(02).
       77 libelle-saisi PIC X(20).
       77 debut-saisi PIC 9(08).
       77 fin-saisie PIC 9(08).
       77 numero-saisi PIC 99.
       77 rang-insertion PIC 99.
       77 motif-refus PIC X(50).
       77 fichier-modifie PIC X(01) VALUE 'N'.
       77 ligne-ecran PIC 99.
       77 touche PIC X(01).
       77 valeur-journal PIC X(20).

       SCREEN SECTION.
       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Calendrier scolaire ('.
           2 PIC z9 FROM nb-periodes.
           2 VALUE ' lignes)'.
           2 LINE 3 COL 1 VALUE '1. Lister'.
           2 LINE 4 COL 1 VALUE '2. Ajouter une periode de cours'.
           2 LINE 5 COL 1 VALUE '3. Ajouter des vacances'.
           2 LINE 6 COL 1 VALUE '4. Supprimer une ligne'.
           2 LINE 7 COL 1 VALUE '0. Fin (sauve si modifie)'.
           2 LINE 9 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-ligne-periode.
           2 LINE ligne-ecran COL 1 PIC z9 FROM pe.
           2 COL 5 PIC X(01) FROM per-t-type(pe).
           2 COL 7 PIC X(02) FROM per-t-code(pe).
           2 COL 11 PIC 9(08) FROM per-t-debut(pe).
           2 COL 21 PIC 9(08) FROM per-t-fin(pe).
           2 COL 31 PIC X(20) FROM per-t-libelle(pe).

       1 plage-saisie-terme.
           2 LINE 11 COL 1 VALUE 'Code de la periode (T1, T2...) : '.
           2 PIC X(02) TO code-saisi REQUIRED.

       1 plage-saisie-vacances.
           2 LINE 11 COL 1 VALUE 'Libelle des vacances : '.
           2 PIC X(20) TO libelle-saisi REQUIRED.

       1 plage-saisie-dates.
           2 LINE 12 COL 1 VALUE 'Du (AAAAMMJJ) : '.
           2 PIC 9(08) TO debut-saisi REQUIRED.
           2 LINE 13 COL 1 VALUE 'Au (AAAAMMJJ) : '.
           2 PIC 9(08) TO fin-saisie REQUIRED.

       1 plage-saisie-numero.
           2 LINE 11 COL 1 VALUE 'Numero de la ligne : '.
           2 PIC 99 TO numero-saisi REQUIRED.

       1 plage-refus.
           2 LINE 15 COL 1 PIC X(50) FROM motif-refus.

       1 plage-table-tronquee.
           2 LINE 15 COL 1 VALUE
               'PERIODES-SCOLAIRES.DAT depasse l''editeur :'.
           2 LINE 16 COL 1 VALUE ' sauvegarde REFUSEE.'.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       PERFORM charger-periodes.
       PERFORM UNTIL choix-action = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           EVALUATE choix-action
               WHEN 1
                   PERFORM lister-periodes
               WHEN 2
                   MOVE 'T' TO type-saisi
                   PERFORM ajouter-periode
               WHEN 3
                   MOVE 'V' TO type-saisi
                   PERFORM ajouter-periode
               WHEN 4
                   PERFORM supprimer-periode
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       IF fichier-modifie = 'O'
           IF periodes-tronquees = 'O'
               DISPLAY plage-table-tronquee
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               PERFORM sauver-periodes
           END-IF
       END-IF.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le sous-menu des outils.
       GOBACK.

       lister-periodes.
           MOVE 2 TO ligne-ecran.
           PERFORM VARYING pe FROM 1 BY 1 UNTIL pe > nb-periodes
               IF ligne-ecran < 21
                   DISPLAY plage-ligne-periode
                   ADD 1 TO ligne-ecran
               END-IF
           END-PERFORM.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Ajout d'une periode de cours (code) ou de vacances
       *>(libelle) : dates valides, debut au plus tard a la fin, pas
       *>de chevauchement avec une ligne du meme type. La ligne
       *>s'insere a sa place dans l'ordre des dates de debut.
       ajouter-periode.
           MOVE SPACES TO code-saisi libelle-saisi.
           IF type-saisi = 'T'
               DISPLAY plage-saisie-terme
               ACCEPT plage-saisie-terme
               MOVE FUNCTION UPPER-CASE(code-saisi) TO code-saisi
           ELSE
               DISPLAY plage-saisie-vacances
               ACCEPT plage-saisie-vacances
           END-IF.
           DISPLAY plage-saisie-dates.
           ACCEPT plage-saisie-dates.
           PERFORM controler-periode.
           IF motif-refus NOT = SPACES
               DISPLAY plage-refus
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               PERFORM inserer-periode
               MOVE 'O' TO fichier-modifie
               MOVE SPACES TO valeur-journal
               IF type-saisi = 'T'
                   STRING code-saisi " " debut-saisi "-" fin-saisie
                       DELIMITED BY SIZE INTO valeur-journal
               ELSE
                   STRING "V  " debut-saisi "-" fin-saisie
                       DELIMITED BY SIZE INTO valeur-journal
               END-IF
               PERFORM journaliser-changement
           END-IF.

       controler-periode.
           MOVE SPACES TO motif-refus.
           EVALUATE TRUE
               WHEN type-saisi = 'T' AND code-saisi = SPACES
                   MOVE "Code de periode obligatoire." TO motif-refus
               WHEN FUNCTION TEST-DATE-YYYYMMDD(debut-saisi) NOT = 0
                   MOVE "Date de debut invalide." TO motif-refus
               WHEN FUNCTION TEST-DATE-YYYYMMDD(fin-saisie) NOT = 0
                   MOVE "Date de fin invalide." TO motif-refus
               WHEN debut-saisi > fin-saisie
                   MOVE "Debut apres la fin." TO motif-refus
               WHEN nb-periodes NOT < 40
                   MOVE "Table pleine (40 lignes)." TO motif-refus
               WHEN OTHER
                   PERFORM VARYING pe FROM 1 BY 1
                           UNTIL pe > nb-periodes
                       IF per-t-type(pe) = type-saisi
                               AND per-t-debut(pe) <= fin-saisie
                               AND per-t-fin(pe) >= debut-saisi
                           MOVE "Chevauche une ligne du meme type."
                               TO motif-refus
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       inserer-periode.
           MOVE 1 TO rang-insertion.
           PERFORM VARYING pe FROM 1 BY 1 UNTIL pe > nb-periodes
               IF per-t-debut(pe) <= debut-saisi
                   COMPUTE rang-insertion = pe + 1
               END-IF
           END-PERFORM.
           PERFORM VARYING pe FROM nb-periodes BY -1
                   UNTIL pe < rang-insertion
               MOVE periode-scolaire(pe) TO periode-scolaire(pe + 1)
           END-PERFORM.
           ADD 1 TO nb-periodes.
           MOVE type-saisi TO per-t-type(rang-insertion).
           MOVE code-saisi TO per-t-code(rang-insertion).
           MOVE debut-saisi TO per-t-debut(rang-insertion).
           MOVE fin-saisie TO per-t-fin(rang-insertion).
           MOVE libelle-saisi TO per-t-libelle(rang-insertion).

       *>Suppression par numero de ligne (tel que liste) ; une
       *>periode se corrige en la supprimant puis en la reajoutant.
       supprimer-periode.
           PERFORM lister-periodes.
           DISPLAY plage-saisie-numero.
           ACCEPT plage-saisie-numero.
           IF numero-saisi < 1 OR numero-saisi > nb-periodes
               MOVE "Numero de ligne inconnu." TO motif-refus
               DISPLAY plage-refus
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               MOVE SPACES TO valeur-journal
               STRING "- " per-t-type(numero-saisi) " "
                   per-t-code(numero-saisi) " "
                   per-t-debut(numero-saisi)
                   DELIMITED BY SIZE INTO valeur-journal
               PERFORM journaliser-changement
               PERFORM VARYING pe FROM numero-saisi BY 1
                       UNTIL pe >= nb-periodes
                   MOVE periode-scolaire(pe + 1)
                       TO periode-scolaire(pe)
               END-PERFORM
               SUBTRACT 1 FROM nb-periodes
               MOVE 'O' TO fichier-modifie
           END-IF.

       COPY PERIODE-CHARGE.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-changement
           NOM-PROGRAMME-JRN BY "MaintPeriodes"
           VALEUR-SAISIE BY valeur-journal.
