      *>Entretien des cours des devises DEVISES.DAT : les touristes
      *>payaient en francs suisses ou en livres au cours trouve sur
      *>le telephone. Dans le moule de MaintenanceTaux : liste,
      *>ajoute, modifie et supprime des cours (unites de devise pour
      *>un euro) avec leurs dates de validite — CalculPrix et
      *>InstructionAdd prennent le cours valide du jour, plusieurs
      *>generations d'un meme code peuvent cohabiter — et chaque
      *>changement part a l'historique DEVISES-HISTO.DAT. Avant
      *>chaque sauvegarde, l'ancienne version part dans
      *>DEVISES-AVANT.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintenanceDevises.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DEVISE-FICHIER.
           SELECT FICHIER-DEVISES-AVANT ASSIGN TO "DEVISES-AVANT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL FICHIER-HISTO-DEVISES
               ASSIGN TO "DEVISES-HISTO.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY DEVISE-FD.

       FD FICHIER-DEVISES-AVANT.
       1 LIGNE-DEVISE-AVANT PIC X(53).

       *>Historique des changements : qui a pose quel cours, quand,
       *>avec quelles dates de validite (S = suppression).
       FD FICHIER-HISTO-DEVISES.
       1 LIGNE-HISTO-DEVISE.
           2 HDV-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 HDV-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 HDV-ACTION PIC X(01).
           2 FILLER PIC X(01).
           2 HDV-CODE PIC X(03).
           2 FILLER PIC X(01).
           2 HDV-COURS PIC 9(4)V9(6).
           2 FILLER PIC X(01).
           2 HDV-DEBUT PIC 9(08).
           2 FILLER PIC X(01).
           2 HDV-FIN PIC 9(08).

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY DEVISE-ZONE.

       77 choix-action PIC 9 VALUE 9.
       77 numero-choisi PIC 99 VALUE 0.
       77 saisie-code PIC X(03).
       77 saisie-cours PIC 9(4)V9(6).
       77 saisie-libelle PIC X(20).
       77 saisie-debut PIC 9(08).
       77 saisie-fin PIC 9(08).
       77 saisie-valide PIC X(01) VALUE 'N'.
       77 motif-refus PIC X(50).
       77 action-histo PIC X(01).
       77 ligne-ecran PIC 99.
       77 touche PIC X(01).

       SCREEN SECTION.
       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Cours des devises ('.
           2 PIC z9 FROM nb-devises.
           2 VALUE ' cours)'.
           2 LINE 3 COL 1 VALUE '1. Lister les cours'.
           2 LINE 4 COL 1 VALUE '2. Ajouter un cours'.
           2 LINE 5 COL 1 VALUE '3. Modifier un cours'.
           2 LINE 6 COL 1 VALUE '4. Supprimer un cours'.
           2 LINE 7 COL 1 VALUE '9. Sauver et quitter'.
           2 LINE 8 COL 1 VALUE '0. Quitter sans sauver'.
           2 LINE 10 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-entete-liste.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'No Dev  Pour 1 EUR Libelle              Validite'.

       1 plage-ligne-devise.
           2 LINE ligne-ecran COL 1 PIC z9 FROM dv.
           2 COL 4 PIC X(03) FROM dev-t-code(dv).
           2 COL 8 PIC zzz9.999999 FROM dev-t-cours(dv).
           2 COL 20 PIC X(20) FROM dev-t-libelle(dv).
           2 COL 41 PIC 9(08) FROM dev-t-debut(dv).
           2 COL 50 VALUE '-'.
           2 COL 52 PIC 9(08) FROM dev-t-fin(dv).

       1 plage-saisie-devise.
           2 LINE 13 COL 1 VALUE 'Code devise (CHF, GBP...) : '.
           2 PIC X(03) USING saisie-code REQUIRED.
           2 LINE 14 COL 1 VALUE 'Unites de devise pour 1 EUR : '.
           2 PIC 9(4)V9(6) USING saisie-cours REQUIRED.
           2 LINE 15 COL 1 VALUE 'Libelle : '.
           2 PIC X(20) USING saisie-libelle REQUIRED.
           2 LINE 16 COL 1 VALUE 'Valide du AAAAMMJJ (0 = sans) : '.
           2 PIC 9(08) USING saisie-debut.
           2 LINE 17 COL 1 VALUE 'Valide au AAAAMMJJ (0 = sans) : '.
           2 PIC 9(08) USING saisie-fin.

       1 plage-refus.
           2 LINE 19 COL 1 PIC X(50) FROM motif-refus.

       1 plage-saisie-numero.
           2 LINE 12 COL 1 VALUE 'Numero du cours : '.
           2 PIC 99 TO numero-choisi REQUIRED.

       1 plage-numero-invalide.
           2 LINE 19 COL 1 VALUE 'Numero de cours inconnu.'.

       1 plage-table-pleine.
           2 LINE 19 COL 1 VALUE 'Fichier plein (30 cours).'.

       1 plage-table-tronquee.
           2 LINE 19 COL 1 VALUE
               'DEVISES.DAT depasse l''editeur (30 cours) :'.
           2 LINE 20 COL 1 VALUE ' sauvegarde REFUSEE.'.

       1 plage-sauve.
           2 LINE 19 COL 1 VALUE
               'Cours sauves (anciens dans DEVISES-AVANT.DAT).'.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       PERFORM charger-devises.
       PERFORM UNTIL choix-action = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           EVALUATE choix-action
               WHEN 1
                   PERFORM lister-devises
               WHEN 2
                   PERFORM ajouter-devise
               WHEN 3
                   PERFORM modifier-devise
               WHEN 4
                   PERFORM supprimer-devise
               WHEN 9
                   PERFORM valider-et-sauver
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le sous-menu des outils.
       GOBACK.

       lister-devises.
           DISPLAY plage-entete-liste.
           MOVE 2 TO ligne-ecran.
           PERFORM VARYING dv FROM 1 BY 1 UNTIL dv > nb-devises
               IF ligne-ecran > 20
                   DISPLAY plage-pause
                   ACCEPT plage-pause
                   DISPLAY plage-entete-liste
                   MOVE 2 TO ligne-ecran
               END-IF
               DISPLAY plage-ligne-devise
               ADD 1 TO ligne-ecran
           END-PERFORM.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Saisie d'un cours complet, redemandee tant qu'un controle
       *>la refuse : code renseigne et autre que l'euro, cours non
       *>nul, dates valides et dans l'ordre.
       saisir-devise-valide.
           MOVE 'N' TO saisie-valide.
           PERFORM UNTIL saisie-valide = 'O'
               DISPLAY plage-saisie-devise
               ACCEPT plage-saisie-devise
               MOVE FUNCTION UPPER-CASE(saisie-code) TO saisie-code
               MOVE 'N' TO saisie-valide
               EVALUATE TRUE
                   WHEN saisie-code = SPACES OR saisie-code = "EUR"
                       MOVE "Code devise refuse (ni blanc, ni EUR)."
                           TO motif-refus
                   WHEN saisie-cours = 0
                       MOVE "Cours nul refuse." TO motif-refus
                   WHEN saisie-debut NOT = 0
                           AND FUNCTION TEST-DATE-YYYYMMDD(saisie-debut)
                               NOT = 0
                       MOVE "Date de debut invalide." TO motif-refus
                   WHEN saisie-fin NOT = 0
                           AND FUNCTION TEST-DATE-YYYYMMDD(saisie-fin)
                               NOT = 0
                       MOVE "Date de fin invalide." TO motif-refus
                   WHEN saisie-debut NOT = 0 AND saisie-fin NOT = 0
                           AND saisie-fin < saisie-debut
                       MOVE "Fin avant le debut." TO motif-refus
                   WHEN OTHER
                       MOVE 'O' TO saisie-valide
               END-EVALUATE
               IF saisie-valide NOT = 'O'
                   DISPLAY plage-refus
               END-IF
           END-PERFORM.

       ajouter-devise.
           IF nb-devises < 30
               MOVE SPACES TO saisie-code saisie-libelle
               MOVE 0 TO saisie-cours saisie-debut saisie-fin
               PERFORM saisir-devise-valide
               ADD 1 TO nb-devises
               MOVE nb-devises TO dv
               PERFORM ranger-saisie
               MOVE 'C' TO action-histo
               PERFORM historiser-devise
           ELSE
               DISPLAY plage-table-pleine
               DISPLAY plage-pause
               ACCEPT plage-pause
           END-IF.

       modifier-devise.
           DISPLAY plage-saisie-numero.
           ACCEPT plage-saisie-numero.
           IF numero-choisi >= 1 AND numero-choisi <= nb-devises
               MOVE numero-choisi TO dv
               MOVE dev-t-code(dv) TO saisie-code
               MOVE dev-t-cours(dv) TO saisie-cours
               MOVE dev-t-libelle(dv) TO saisie-libelle
               MOVE dev-t-debut(dv) TO saisie-debut
               MOVE dev-t-fin(dv) TO saisie-fin
               PERFORM saisir-devise-valide
               MOVE numero-choisi TO dv
               PERFORM ranger-saisie
               MOVE 'M' TO action-histo
               PERFORM historiser-devise
           ELSE
               DISPLAY plage-numero-invalide
               DISPLAY plage-pause
               ACCEPT plage-pause
           END-IF.

       supprimer-devise.
           DISPLAY plage-saisie-numero.
           ACCEPT plage-saisie-numero.
           IF numero-choisi >= 1 AND numero-choisi <= nb-devises
               MOVE numero-choisi TO dv
               MOVE 'S' TO action-histo
               PERFORM historiser-devise
               PERFORM VARYING dv FROM numero-choisi BY 1
                       UNTIL dv >= nb-devises
                   MOVE devise(dv + 1) TO devise(dv)
               END-PERFORM
               SUBTRACT 1 FROM nb-devises
           ELSE
               DISPLAY plage-numero-invalide
               DISPLAY plage-pause
               ACCEPT plage-pause
           END-IF.

       ranger-saisie.
           MOVE saisie-code TO dev-t-code(dv).
           MOVE saisie-cours TO dev-t-cours(dv).
           MOVE saisie-libelle TO dev-t-libelle(dv).
           MOVE saisie-debut TO dev-t-debut(dv).
           MOVE saisie-fin TO dev-t-fin(dv).

       historiser-devise.
           OPEN EXTEND FICHIER-HISTO-DEVISES.
           MOVE SPACES TO LIGNE-HISTO-DEVISE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO HDV-HORODATAGE.
           IF operateur-courant = SPACES OR LOW-VALUES
               MOVE "INCONNU" TO HDV-OPERATEUR
           ELSE
               MOVE operateur-courant TO HDV-OPERATEUR
           END-IF.
           MOVE action-histo TO HDV-ACTION.
           MOVE dev-t-code(dv) TO HDV-CODE.
           MOVE dev-t-cours(dv) TO HDV-COURS.
           MOVE dev-t-debut(dv) TO HDV-DEBUT.
           MOVE dev-t-fin(dv) TO HDV-FIN.
           WRITE LIGNE-HISTO-DEVISE.
           CLOSE FICHIER-HISTO-DEVISES.

       valider-et-sauver.
           IF devises-tronquees = 'O'
               DISPLAY plage-table-tronquee
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               PERFORM sauver-ancienne-version
               PERFORM sauver-devises
               DISPLAY plage-sauve
               DISPLAY plage-pause
               ACCEPT plage-pause
               MOVE 0 TO choix-action
           END-IF.

       *>Copie de l'ancien fichier avant remplacement, comme
       *>TAUX-TVA-AVANT.DAT.
       sauver-ancienne-version.
           MOVE 'N' TO fin-devises.
           OPEN INPUT FICHIER-DEVISES.
           OPEN OUTPUT FICHIER-DEVISES-AVANT.
           IF statut-devises(1:1) = "0"
               READ FICHIER-DEVISES
                   AT END MOVE 'O' TO fin-devises
               END-READ
               PERFORM UNTIL fin-devises = 'O'
                   MOVE LIGNE-DEVISE TO LIGNE-DEVISE-AVANT
                   WRITE LIGNE-DEVISE-AVANT
                   READ FICHIER-DEVISES
                       AT END MOVE 'O' TO fin-devises
                   END-READ
               END-PERFORM
               CLOSE FICHIER-DEVISES
           END-IF.
           CLOSE FICHIER-DEVISES-AVANT.

       COPY DEVISE-CHARGE.
