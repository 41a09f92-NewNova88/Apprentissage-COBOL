      *>Entretien du lexique des designations LEXIQUE.DAT : le lot
      *>des MOTS corrigeait nos fautes connues par le dictionnaire,
      *>mais un mot ni corrige ni connu partait tel quel sur les
      *>etiquettes de rayon ("CHAISSE" sur quarante etiquettes). Le
      *>lexique tient les mots de designation approuves ; le lot
      *>rejette (motif LEX) toute designation dont un mot n'y est
      *>pas, et EtiquettesRayon refuse de l'imprimer. Cet ecran
      *>liste, ajoute et retire des mots (un mot seul, sans double),
      *>et montre pour une designation d'essai le verdict exact du
      *>lot avec les mots approuves les plus proches. Chaque
      *>changement est journalise comme dans les autres ecrans
      *>d'entretien.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintenanceLexique.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LEXIQUE-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY LEXIQUE-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY JOURNAL-ETAT.
       COPY LEXIQUE-ZONE.

       77 choix-action PIC 9 VALUE 9.
       77 mot-saisi PIC X(20).
       77 designation-essai PIC X(60).
       77 lexique-modifie PIC X(01) VALUE 'N'.
       77 ligne-ecran PIC 99.
       77 colonne-ecran PIC 99.
       77 touche PIC X(01).
       77 valeur-journal PIC X(20).
       77 nb-blancs PIC 99.
       77 long-mot-saisi PIC 99.

       SCREEN SECTION.
       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Lexique des designations ('.
           2 PIC zz9 FROM nb-lexique.
           2 VALUE ' mots)'.
           2 LINE 3 COL 1 VALUE '1. Lister les mots'.
           2 LINE 4 COL 1 VALUE '2. Ajouter un mot'.
           2 LINE 5 COL 1 VALUE '3. Retirer un mot'.
           2 LINE 6 COL 1 VALUE '4. Essayer une designation'.
           2 LINE 7 COL 1 VALUE '9. Sauver'.
           2 LINE 8 COL 1 VALUE '0. Quitter sans sauver'.
           2 LINE 10 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-entete-liste.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Mots approuves'.

       1 plage-ligne-mot.
           2 LINE ligne-ecran COL colonne-ecran PIC X(20)
               FROM lex-t-mot(lx).

       1 plage-saisie-mot.
           2 LINE 12 COL 1 VALUE 'Mot : '.
           2 PIC X(20) TO mot-saisi REQUIRED.

       1 plage-mot-compose.
           2 LINE 14 COL 1 VALUE
               'Un seul mot, sans blanc ni chiffre : refuse.'.

       1 plage-doublon.
           2 LINE 14 COL 1 VALUE 'Ce mot est DEJA au lexique.'.

       1 plage-lexique-plein.
           2 LINE 14 COL 1 VALUE 'Lexique plein (500 mots) : refuse.'.

       1 plage-mot-inconnu.
           2 LINE 14 COL 1 VALUE 'Ce mot n''est pas au lexique.'.

       1 plage-saisie-essai.
           2 LINE 12 COL 1 VALUE 'Designation a essayer : '.
           2 PIC X(60) TO designation-essai REQUIRED.

       1 plage-essai-approuve.
           2 LINE 14 COL 1 VALUE
               'Designation approuvee : elle passerait au lot.'.

       1 plage-essai-refuse.
           2 LINE 14 COL 1 VALUE 'Refusee (motif LEX) : '.
           2 PIC X(20) FROM mot-hors-lexique.
           2 LINE 15 COL 1 VALUE 'Mots proches : '.
           2 PIC X(66) FROM suggestions-lexique.

       1 plage-essai-vide.
           2 LINE 14 COL 1 VALUE
               'Lexique vide : le lot ne controle rien.'.

       1 plage-tronque.
           2 LINE 17 COL 1 VALUE
               'Plus de 500 mots au fichier : sauvegarde REFUSEE.'.

       1 plage-sauve.
           2 LINE 17 COL 1 VALUE 'Lexique sauve.'.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       PERFORM charger-lexique.
       PERFORM UNTIL choix-action = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           EVALUATE choix-action
               WHEN 1
                   PERFORM lister-mots
               WHEN 2
                   PERFORM ajouter-mot
               WHEN 3
                   PERFORM retirer-mot
               WHEN 4
                   PERFORM essayer-designation
               WHEN 9
                   PERFORM controler-et-sauver
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis MenuOutils.
       GOBACK.

       *>Quatre colonnes de 18 mots par page, dans l'ordre
       *>alphabetique du lexique.
       lister-mots.
           DISPLAY plage-entete-liste.
           MOVE 3 TO ligne-ecran.
           MOVE 1 TO colonne-ecran.
           PERFORM VARYING lx FROM 1 BY 1 UNTIL lx > nb-lexique
               IF ligne-ecran > 20
                   MOVE 3 TO ligne-ecran
                   ADD 20 TO colonne-ecran
                   IF colonne-ecran > 61
                       DISPLAY plage-pause
                       ACCEPT plage-pause
                       DISPLAY plage-entete-liste
                       MOVE 1 TO colonne-ecran
                   END-IF
               END-IF
               DISPLAY plage-ligne-mot
               ADD 1 TO ligne-ecran
           END-PERFORM.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Le mot saisi en majuscules, et compose s'il porte un blanc
       *>interne ou un chiffre (le controle laisse passer les mots a
       *>chiffre, inutile de les approuver).
       saisir-mot.
           DISPLAY plage-saisie-mot.
           ACCEPT plage-saisie-mot.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(mot-saisi))
               TO mot-saisi.
           MOVE mot-saisi TO mot-lexique-cherche.
           MOVE 0 TO nb-blancs nb-chiffres-lexique.
           IF mot-saisi NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(mot-saisi))
                   TO long-mot-saisi
               INSPECT mot-saisi(1:long-mot-saisi) TALLYING nb-blancs
                   FOR ALL SPACE
           END-IF.
           INSPECT mot-saisi TALLYING nb-chiffres-lexique
               FOR ALL "0" "1" "2" "3" "4" "5" "6" "7" "8" "9".

       ajouter-mot.
           PERFORM saisir-mot.
           PERFORM chercher-mot-lexique.
           EVALUATE TRUE
               WHEN mot-saisi = SPACES
                   CONTINUE
               WHEN nb-blancs > 0 OR nb-chiffres-lexique > 0
                   DISPLAY plage-mot-compose
                   PERFORM attendre
               WHEN rang-lexique > 0
                   DISPLAY plage-doublon
                   PERFORM attendre
               WHEN nb-lexique >= 500
                   DISPLAY plage-lexique-plein
                   PERFORM attendre
               WHEN OTHER
                   PERFORM ranger-mot-lexique
                   MOVE 'O' TO lexique-modifie
                   MOVE SPACES TO valeur-journal
                   STRING "+" mot-saisi(1:19)
                       DELIMITED BY SIZE INTO valeur-journal
                   PERFORM journaliser-changement
           END-EVALUATE.

       retirer-mot.
           PERFORM saisir-mot.
           PERFORM chercher-mot-lexique.
           IF rang-lexique = 0
               DISPLAY plage-mot-inconnu
               PERFORM attendre
           ELSE
               PERFORM VARYING lx FROM rang-lexique BY 1
                       UNTIL lx >= nb-lexique
                   MOVE lex-t-mot(lx + 1) TO lex-t-mot(lx)
               END-PERFORM
               SUBTRACT 1 FROM nb-lexique
               MOVE 'O' TO lexique-modifie
               MOVE SPACES TO valeur-journal
               STRING "-" mot-saisi(1:19)
                   DELIMITED BY SIZE INTO valeur-journal
               PERFORM journaliser-changement
           END-IF.

       *>Essai d'une designation : exactement le controle du lot
       *>(LEXIQUE-CONTROLE), sur le lexique en cours d'entretien.
       essayer-designation.
           DISPLAY plage-saisie-essai.
           ACCEPT plage-saisie-essai.
           MOVE designation-essai TO designation-controlee.
           PERFORM controler-lexique.
           EVALUATE TRUE
               WHEN nb-lexique = 0
                   DISPLAY plage-essai-vide
               WHEN DESIGNATION-APPROUVEE
                   DISPLAY plage-essai-approuve
               WHEN OTHER
                   DISPLAY plage-essai-refuse
           END-EVALUATE.
           PERFORM attendre.

       *>Jamais de reecriture depuis une table tronquee : les mots
       *>au-dela du 500e seraient perdus.
       controler-et-sauver.
           IF lexique-tronque = 'O'
               DISPLAY plage-tronque
           ELSE
               PERFORM sauver-lexique
               MOVE 'N' TO lexique-modifie
               DISPLAY plage-sauve
           END-IF.
           PERFORM attendre.

       attendre.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       COPY LEXIQUE-CHARGE.

       COPY LEXIQUE-CONTROLE.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-changement
           NOM-PROGRAMME-JRN BY "MaintLexique"
           VALEUR-SAISIE BY valeur-journal.
