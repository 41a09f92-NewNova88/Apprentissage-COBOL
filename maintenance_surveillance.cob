      *>Entretien de la liste de surveillance SURVEILLANCE.DAT : les
      *>personnes qu'on a prie de ne plus revenir. Deux fois dans
      *>l'annee, une telle personne est entree et a recu un badge,
      *>l'accueil ne controlant que les attendus et la capacite :
      *>InAndOut consulte desormais cette liste avant la remise du
      *>badge. Dans le moule de MaintenanceFournisseurs : liste,
      *>inscription (nom, motif, date de revue), retrait et
      *>prolongation de la revue. L'operateur et la date
      *>d'inscription sont notes d'office. Reserve au responsable
      *>(profil R) des que le fichier maitre des operateurs est en
      *>service ; chaque changement part au journal. L'etat des
      *>inscriptions a revoir (RevueSurveillance) se lance d'ici.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintenanceSurveillance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SURVEILLANCE-FICHIER.
           SELECT FICHIER-MAITRE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-maitre.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY SURVEILLANCE-FD.

       FD FICHIER-MAITRE.
       1 LIGNE-MAITRE PIC X(44).

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY JOURNAL-ETAT.
       COPY SURVEILLANCE-ZONE.
       77 statut-maitre PIC X(02).
       77 maitre-en-place PIC X(01) VALUE 'N'.

       77 choix-action PIC 9 VALUE 9.
       77 saisie-nom PIC X(25).
       77 saisie-motif PIC X(40).
       77 saisie-revue PIC 9(08) VALUE 0.
       77 saisie-refusee PIC X(01).
       77 motif-refus PIC X(50).
       77 numero-choisi PIC 9(3) VALUE 0.
       77 modifie PIC X(01) VALUE 'N'.
       *>Revue par defaut : un an apres l'inscription.
       77 jours-revue-defaut PIC 9(03) VALUE 365.
       77 jour-courant PIC 9(08).
       77 revue-echue PIC X(01).
       77 ligne-ecran PIC 99.
       77 touche PIC X(01).
       77 valeur-journal PIC X(20).

       SCREEN SECTION.
       1 plage-refus-profil.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Ecran reserve au responsable (profil R).'.

       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Liste de surveillance ('.
           2 PIC zz9 FROM nb-surveilles.
           2 VALUE ' inscriptions)'.
           2 LINE 3 COL 1 VALUE '1. Lister les inscriptions'.
           2 LINE 4 COL 1 VALUE '2. Inscrire une personne'.
           2 LINE 5 COL 1 VALUE '3. Retirer une inscription (numero)'.
           2 LINE 6 COL 1 VALUE '4. Prolonger une inscription (numero)'.
           2 LINE 7 COL 1 VALUE '5. Etat des inscriptions a revoir'.
           2 LINE 8 COL 1 VALUE '9. Sauver et quitter'.
           2 LINE 9 COL 1 VALUE '0. Quitter sans sauver'.
           2 LINE 11 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-entete-liste.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'No  Nom                       Revue    Par      Motif'.

       1 plage-ligne-surveille.
           2 LINE ligne-ecran COL 1 PIC zz9 FROM sv.
           2 COL 5 PIC X(25) FROM sur-t-nom(sv).
           2 COL 31 PIC 9(08) FROM sur-t-date-revue(sv).
           2 COL 39 PIC X(01) FROM revue-echue.
           2 COL 41 PIC X(08) FROM sur-t-ajoute-par(sv).
           2 COL 50 PIC X(30) FROM sur-t-motif(sv).

       1 plage-legende.
           2 LINE 21 COL 1 VALUE '(* revue echue)'.

       1 plage-saisie-surveille.
           2 LINE 13 COL 1 VALUE 'Nom   : '.
           2 PIC X(25) TO saisie-nom REQUIRED.
           2 LINE 14 COL 1 VALUE 'Motif : '.
           2 PIC X(40) TO saisie-motif.
           2 LINE 15 COL 1 VALUE
               'Revue le AAAAMMJJ (0 = dans un an) : '.
           2 PIC 9(08) TO saisie-revue.

       1 plage-saisie-numero.
           2 LINE 13 COL 1 VALUE 'Numero : '.
           2 PIC 9(3) TO numero-choisi REQUIRED.

       1 plage-saisie-revue.
           2 LINE 15 COL 1 VALUE
               'Nouvelle revue AAAAMMJJ (0 = dans un an) : '.
           2 PIC 9(08) TO saisie-revue.

       1 plage-refus.
           2 LINE 19 COL 1 PIC X(50) FROM motif-refus.

       1 plage-table-tronquee.
           2 LINE 19 COL 1 VALUE
               'SURVEILLANCE.DAT depasse l''editeur (200) :'.
           2 LINE 20 COL 1 VALUE ' sauvegarde REFUSEE.'.

       1 plage-sauve.
           2 LINE 19 COL 1 VALUE 'Liste de surveillance sauvee.'.

       1 plage-pause.
           2 LINE 23 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       *>Une inscription interdit l'entree a quelqu'un : seul le
       *>profil R tient la liste.
       PERFORM controler-maitre.
       IF maitre-en-place = 'O' AND profil-operateur NOT = 'R'
           DISPLAY plage-refus-profil
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.

       MOVE FUNCTION CURRENT-DATE(1:8) TO jour-courant.
       PERFORM charger-surveillance.
       PERFORM UNTIL choix-action = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           EVALUATE choix-action
               WHEN 1
                   PERFORM lister-surveilles
               WHEN 2
                   PERFORM inscrire-surveille
               WHEN 3
                   PERFORM retirer-surveille
               WHEN 4
                   PERFORM prolonger-surveille
               WHEN 5
                   CALL 'RevueSurveillance'
                   CANCEL 'RevueSurveillance'
               WHEN 9
                   PERFORM valider-et-sauver
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis MenuOutils.
       GOBACK.

       *>Dit si le fichier maitre des operateurs est en service
       *>(present et non vide), comme MaintenanceAutorisations.
       controler-maitre.
           MOVE 'N' TO maitre-en-place.
           OPEN INPUT FICHIER-MAITRE.
           IF statut-maitre = "00"
               READ FICHIER-MAITRE
                   AT END CONTINUE
                   NOT AT END MOVE 'O' TO maitre-en-place
               END-READ
               CLOSE FICHIER-MAITRE
           END-IF.

       lister-surveilles.
           DISPLAY plage-entete-liste.
           MOVE 2 TO ligne-ecran.
           PERFORM VARYING sv FROM 1 BY 1 UNTIL sv > nb-surveilles
               IF sur-t-retire(sv) NOT = 'R'
                   IF ligne-ecran > 20
                       DISPLAY plage-legende
                       DISPLAY plage-pause
                       ACCEPT plage-pause
                       DISPLAY plage-entete-liste
                       MOVE 2 TO ligne-ecran
                   END-IF
                   MOVE SPACE TO revue-echue
                   IF sur-t-date-revue(sv) < jour-courant
                       MOVE '*' TO revue-echue
                   END-IF
                   DISPLAY plage-ligne-surveille
                   ADD 1 TO ligne-ecran
               END-IF
           END-PERFORM.
           DISPLAY plage-legende.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Inscription : le nom ne doit pas deja figurer sur la liste ;
       *>l'operateur connecte et la date du jour sont notes.
       inscrire-surveille.
           MOVE SPACES TO saisie-nom saisie-motif.
           MOVE 0 TO saisie-revue.
           DISPLAY plage-saisie-surveille.
           ACCEPT plage-saisie-surveille.
           MOVE saisie-nom TO nom-surveille-cherche.
           PERFORM chercher-surveille.
           PERFORM controler-revue.
           EVALUATE TRUE
               WHEN saisie-nom = SPACES
                   MOVE "Nom vide refuse." TO motif-refus
                   MOVE 'O' TO saisie-refusee
               WHEN surveille-trouve > 0
                   MOVE "Nom deja inscrit : prolonger son inscription."
                       TO motif-refus
                   MOVE 'O' TO saisie-refusee
               WHEN nb-surveilles >= 200
                   MOVE "Liste pleine (200 inscriptions)."
                       TO motif-refus
                   MOVE 'O' TO saisie-refusee
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF saisie-refusee = 'O'
               DISPLAY plage-refus
           ELSE
               ADD 1 TO nb-surveilles
               MOVE nb-surveilles TO sv
               MOVE saisie-nom TO sur-t-nom(sv)
               MOVE saisie-motif TO sur-t-motif(sv)
               MOVE jour-courant TO sur-t-date-ajout(sv)
               IF operateur-courant = SPACES OR LOW-VALUES
                   MOVE "INCONNU" TO sur-t-ajoute-par(sv)
               ELSE
                   MOVE operateur-courant TO sur-t-ajoute-par(sv)
               END-IF
               MOVE saisie-revue TO sur-t-date-revue(sv)
               MOVE SPACE TO sur-t-retire(sv)
               MOVE 'O' TO modifie
               MOVE SPACES TO valeur-journal
               STRING "SUR+ " saisie-nom(1:15)
                   DELIMITED BY SIZE INTO valeur-journal
               PERFORM journaliser-surveillance
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       retirer-surveille.
           PERFORM lister-surveilles.
           PERFORM saisir-numero.
           IF saisie-refusee = 'N'
               MOVE 'R' TO sur-t-retire(numero-choisi)
               MOVE 'O' TO modifie
               MOVE SPACES TO valeur-journal
               STRING "SUR- " sur-t-nom(numero-choisi)(1:15)
                   DELIMITED BY SIZE INTO valeur-journal
               PERFORM journaliser-surveillance
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>A la revue, une inscription encore justifiee repart pour
       *>une nouvelle periode ; les autres se retirent.
       prolonger-surveille.
           PERFORM lister-surveilles.
           PERFORM saisir-numero.
           IF saisie-refusee = 'N'
               MOVE 0 TO saisie-revue
               DISPLAY plage-saisie-revue
               ACCEPT plage-saisie-revue
               PERFORM controler-revue
               IF saisie-refusee = 'O'
                   DISPLAY plage-refus
               ELSE
                   MOVE saisie-revue
                       TO sur-t-date-revue(numero-choisi)
                   MOVE 'O' TO modifie
                   MOVE SPACES TO valeur-journal
                   STRING "REV " sur-t-nom(numero-choisi)(1:16)
                       DELIMITED BY SIZE INTO valeur-journal
                   PERFORM journaliser-surveillance
               END-IF
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       saisir-numero.
           MOVE 'N' TO saisie-refusee.
           MOVE 0 TO numero-choisi.
           DISPLAY plage-saisie-numero.
           ACCEPT plage-saisie-numero.
           IF numero-choisi < 1 OR numero-choisi > nb-surveilles
               MOVE 'O' TO saisie-refusee
           ELSE
               IF sur-t-retire(numero-choisi) = 'R'
                   MOVE 'O' TO saisie-refusee
               END-IF
           END-IF.
           IF saisie-refusee = 'O'
               MOVE "Numero inconnu." TO motif-refus
               DISPLAY plage-refus
           END-IF.

       *>Date de revue : 0 = un an apres aujourd'hui ; sinon une
       *>date valide et a venir.
       controler-revue.
           MOVE 'N' TO saisie-refusee.
           IF saisie-revue = 0
               COMPUTE saisie-revue = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(jour-courant)
                   + jours-revue-defaut)
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(saisie-revue) NOT = 0
                   MOVE "Date de revue invalide." TO motif-refus
                   MOVE 'O' TO saisie-refusee
               ELSE
                   IF saisie-revue <= jour-courant
                       MOVE "Date de revue deja passee."
                           TO motif-refus
                       MOVE 'O' TO saisie-refusee
                   END-IF
               END-IF
           END-IF.

       *>Une liste tronquee au chargement ne se reecrit pas : les
       *>inscriptions au-dela de la table seraient perdues.
       valider-et-sauver.
           IF surveillance-tronquee = 'O'
               DISPLAY plage-table-tronquee
           ELSE
               IF modifie = 'O'
                   PERFORM sauver-surveillance
                   MOVE 'N' TO modifie
               END-IF
               DISPLAY plage-sauve
               MOVE 0 TO choix-action
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       COPY SURVEILLANCE-CHARGE.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-surveillance
           NOM-PROGRAMME-JRN BY "MaintSurveillance"
           VALEUR-SAISIE BY valeur-journal.
