      *>l'historique des saisons (SAISONS-PALMARES.DAT), la saison se
      *>ferme dans SAISONS.DAT et le palmares courant repart a vide.
      *>RapportClassement sait reimprimer n'importe quelle saison
      *>passee depuis son archive. La caisse du concours (droits
      *>d'entree et prix des tournois, CONCOURS-CAISSE.DAT) suit la
      *>saison : le releve de la saison en cours donne les droits
      *>encaisses, les prix verses et le solde, la cloture l'edite
      *>une derniere fois, archive la caisse dans
      *>CONCOURS-<saison>.DAT et reporte le solde sur la saison
      *>suivante. Le bareme des droits et des prix s'entretient ici,
      *>par le responsable (profil R) des que le fichier maitre des
      *>operateurs est en service : il porte le seuil de la seconde
      *>signature des prix de TpPlusOuMoins.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionSaisons.

           SELECT OPTIONAL FICHIER-PALMARES-SAISONS
               ASSIGN TO "SAISONS-PALMARES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           COPY CONCOURS-CAISSE-FICHIER.
           COPY CONCOURS-BAREME-FICHIER.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY LIVRE-FICHIER.
           COPY CATALOGUE-FICHIER.
           SELECT FICHIER-MAITRE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-maitre.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
           2 CLS-ISSUE PIC X.

       FD FICHIER-ARCHIVE.
       1 LIGNE-ARCHIVE PIC X(80).

       FD FICHIER-SAISONS.
       1 LIGNE-SAISON.
           2 FILLER PIC X(01).
           2 PAS-NBCOUP PIC 999.

       COPY CONCOURS-CAISSE-FD.

       COPY CONCOURS-BAREME-FD.

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

       COPY LIVRE-FD.

       COPY CATALOGUE-FD.

       FD FICHIER-MAITRE.
       1 LIGNE-MAITRE PIC X(44).

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY JOURNAL-ETAT.
       COPY CONCOURS-CAISSE-ZONE.
       COPY CONCOURS-BAREME-ZONE.
       COPY LIVRE-ZONE.
       COPY DESSIN-ZONE.
       77 statut-classement PIC X(02).
       77 statut-saisons PIC X(02).
       77 statut-maitre PIC X(02).
       77 maitre-en-place PIC X(01) VALUE 'N'.
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.

               3 cha-joueur PIC X(20).
               3 cha-nbcoup PIC 999.

       *>Releve de la caisse du concours pour la saison en cours.
       77 saison-releve PIC X(12).
       77 report-saison PIC S9(7)V99 VALUE 0.
       77 total-droits PIC S9(7)V99 VALUE 0.
       77 total-prix PIC S9(7)V99 VALUE 0.
       77 solde-saison PIC S9(7)V99 VALUE 0.
       77 nb-droits PIC 9(5) VALUE 0.
       77 nb-prix PIC 9(5) VALUE 0.
       77 montant-edit PIC -(6)9.99.
       77 compte-edit PIC zzzz9.
       77 horodatage-etat PIC X(14).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.

       SCREEN SECTION.
       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Saisons du concours'.
           2 LINE 3 COL 1 VALUE '1. Voir les saisons'.
           2 LINE 4 COL 1 VALUE '2. Cloturer la saison en cours'.
           2 LINE 5 COL 1 VALUE '3. Releve de la caisse du concours'.
           2 LINE 6 COL 1 VALUE '4. Droits et prix du concours'.
           2 LINE 7 COL 1 VALUE '0. Fin'.
           2 LINE 8 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-ligne-saison.
           2 LINE 13 COL 1 VALUE 'Saison close, parties archivees : '.
           2 PIC zzzz9 FROM nb-archivees.

       1 plage-releve.
           2 LINE 14 COL 1 VALUE 'Releve de la caisse : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 15 COL 1 VALUE 'Droits encaisses : '.
           2 PIC -(6)9.99 FROM total-droits.
           2 LINE 16 COL 1 VALUE 'Prix verses      : '.
           2 PIC -(6)9.99 FROM total-prix.
           2 LINE 17 COL 1 VALUE 'Solde a reporter : '.
           2 PIC -(6)9.99 FROM solde-saison.

       1 plage-bareme.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Droits et prix du concours'.
           2 LINE 3 COL 1 VALUE 'Droit d''entree par joueur     : '.
           2 PIC 9(5)V99 USING droit-entree.
           2 LINE 4 COL 1 VALUE 'Seconde signature au-dela de : '.
           2 PIC 9(5)V99 USING seuil-prix.
           2 LINE 6 COL 1 VALUE 'Prix du 1er  : '.
           2 PIC 9(5)V99 USING prix-rang(1).
           2 LINE 7 COL 1 VALUE 'Prix du 2e   : '.
           2 PIC 9(5)V99 USING prix-rang(2).
           2 LINE 8 COL 1 VALUE 'Prix du 3e   : '.
           2 PIC 9(5)V99 USING prix-rang(3).
           2 LINE 9 COL 1 VALUE 'Prix du 4e   : '.
           2 PIC 9(5)V99 USING prix-rang(4).
           2 LINE 10 COL 1 VALUE 'Prix du 5e   : '.
           2 PIC 9(5)V99 USING prix-rang(5).
           2 LINE 11 COL 1 VALUE 'Prix du 6e   : '.
           2 PIC 9(5)V99 USING prix-rang(6).
           2 LINE 13 COL 1 VALUE 'Enregistrer ? (O/N) : '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 plage-refus-profil.
           2 LINE 10 COL 1 VALUE
               'Bareme reserve au responsable (profil R).'.

       1 plage-formation.
           2 LINE 10 COL 1 VALUE
               'Mode formation : bareme non modifiable.'.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "CALCULSOMME-LOG.DAT"
           ENTETE-ATTENDU BY entete-livre.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "CLASSEMENT.DAT"
           ENTETE-ATTENDU BY entete-classement.
       PERFORM UNTIL choix-action = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
                   PERFORM lister-saisons
               WHEN 2
                   PERFORM cloturer-saison
               WHEN 3
                   PERFORM chercher-saison-ouverte
                   PERFORM editer-releve-caisse
                   DISPLAY plage-releve
                   DISPLAY plage-pause
                   ACCEPT plage-pause
               WHEN 4
                   PERFORM entretenir-bareme
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY plage-confirmation.
           ACCEPT plage-confirmation.
           IF confirmation = 'O' OR confirmation = 'o'
               MOVE nom-saison TO saison-releve
               PERFORM editer-releve-caisse
               PERFORM archiver-caisse
               PERFORM archiver-classement
               PERFORM relever-champions
               PERFORM ecrire-champions
                   DELIMITED BY SIZE INTO valeur-journal
               PERFORM journaliser-saison
               DISPLAY plage-cloturee
               DISPLAY plage-releve
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-CLASSEMENT.
           OPEN OUTPUT FICHIER-ARCHIVE.
           MOVE entete-classement TO LIGNE-ARCHIVE.
           WRITE LIGNE-ARCHIVE.
           IF statut-classement = "00"
               PERFORM sauter-entete-classement
               READ FICHIER-CLASSEMENT
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-CLASSEMENT.
           IF statut-classement = "00"
               PERFORM sauter-entete-classement
               READ FICHIER-CLASSEMENT
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
           CLOSE FICHIER-PALMARES-SAISONS.

       *>Le palmares courant repart a vide : l'archive est ecrite et
       *>fermee AVANT, aucune partie ne se perd. Seul l'entete de
       *>dessin reste.
       vider-classement.
           OPEN OUTPUT FICHIER-CLASSEMENT.
           MOVE SPACES TO LIGNE-CLASSEMENT.
           MOVE entete-classement TO LIGNE-CLASSEMENT.
           WRITE LIGNE-CLASSEMENT.
           CLOSE FICHIER-CLASSEMENT.

       *>La saison close et la nouvelle s'ajoutent au fichier des
           WRITE LIGNE-SAISON.
           CLOSE FICHIER-SAISONS.

       *>Saison ouverte au fichier des saisons (la derniere ligne
       *>O), pour l'en-tete du releve.
       chercher-saison-ouverte.
           MOVE "(en cours)" TO saison-releve.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-SAISONS.
           IF statut-saisons(1:1) = "0"
               READ FICHIER-SAISONS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF SAI-STATUT = 'O'
                       MOVE SAI-NOM TO saison-releve
                   END-IF
                   READ FICHIER-SAISONS
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SAISONS
           END-IF.

       *>Releve de la caisse du concours (CONCOURS-SAISON-<horo>.DAT
       *>au catalogue des rapports) : report de la saison
       *>precedente, droits encaisses, detail des prix verses (avec
       *>la seconde signature), solde a reporter, et pour
       *>rapprochement le solde du compte CONCOURS au grand livre.
       editer-releve-caisse.
           MOVE 0 TO report-saison total-droits total-prix nb-droits
               nb-prix nb-lignes-rapport.
           MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
           MOVE SPACES TO nom-rapport.
           STRING "CONCOURS-SAISON-" horodatage-etat ".DAT"
               DELIMITED BY SIZE INTO nom-rapport.
           OPEN OUTPUT FICHIER-ETAT.
           MOVE SPACES TO LIGNE-ETAT.
           STRING "CAISSE DU CONCOURS  saison " saison-releve
               "  releve du " horodatage-etat(1:8)
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           MOVE "Prix verses :" TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE 'N' TO fin-caisse-concours.
           OPEN INPUT FICHIER-CAISSE-CONCOURS.
           IF statut-caisse-concours(1:1) = "0"
               PERFORM UNTIL fin-caisse-concours = 'O'
                   READ FICHIER-CAISSE-CONCOURS
                       AT END MOVE 'O' TO fin-caisse-concours
                       NOT AT END PERFORM cumuler-caisse
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-CAISSE-CONCOURS.
           IF nb-prix = 0
               MOVE "  aucun" TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           COMPUTE solde-saison = report-saison + total-droits
               - total-prix.
           PERFORM ecrire-ligne-etat.
           MOVE report-saison TO montant-edit.
           STRING "Report de la saison precedente   " montant-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE nb-droits TO compte-edit.
           MOVE total-droits TO montant-edit.
           STRING "Droits d'entree encaisses        " montant-edit
               "  (" compte-edit " droits)"
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE nb-prix TO compte-edit.
           MOVE total-prix TO montant-edit.
           STRING "Prix verses                      " montant-edit
               "  (" compte-edit " prix)"
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE solde-saison TO montant-edit.
           STRING "Solde reporte a la saison suivante" montant-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM charger-livre.
           MOVE 0 TO compte-trouve.
           PERFORM VARYING cp FROM 1 BY 1 UNTIL cp > nb-comptes
               IF cpt-code(cp) = "CONCOURS"
                   MOVE cp TO compte-trouve
               END-IF
           END-PERFORM.
           IF compte-trouve > 0
               MOVE cpt-solde(compte-trouve) TO montant-edit
               STRING "Compte CONCOURS au grand livre   " montant-edit
                   DELIMITED BY SIZE INTO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           CLOSE FICHIER-ETAT.
           PERFORM cataloguer-rapport.

       cumuler-caisse.
           IF MVC-MONTANT IS NUMERIC
               EVALUATE MVC-TYPE
                   WHEN 'R'
                       ADD MVC-MONTANT TO report-saison
                   WHEN 'D'
                       ADD MVC-MONTANT TO total-droits
                       ADD 1 TO nb-droits
                   WHEN 'L'
                       ADD MVC-MONTANT TO total-prix
                       ADD 1 TO nb-prix
                       MOVE MVC-MONTANT TO montant-edit
                       STRING "  " MVC-DATE " " MVC-JOUEUR
                           " rang " MVC-RANG " " montant-edit
                           DELIMITED BY SIZE INTO LIGNE-ETAT
                       IF MVC-APPROBATEUR NOT = SPACES
                           STRING "  signe " MVC-APPROBATEUR
                               DELIMITED BY SIZE INTO LIGNE-ETAT(58:)
                       END-IF
                       PERFORM ecrire-ligne-etat
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       *>La caisse de la saison close part dans
       *>CONCOURS-<saison>.DAT ; la saison suivante repart d'une
       *>seule ligne R, le solde reporte.
       archiver-caisse.
           MOVE SPACES TO nom-archive.
           STRING "CONCOURS-" FUNCTION TRIM(nom-saison) ".DAT"
               DELIMITED BY SIZE INTO nom-archive.
           MOVE 'N' TO fin-caisse-concours.
           OPEN INPUT FICHIER-CAISSE-CONCOURS.
           OPEN OUTPUT FICHIER-ARCHIVE.
           IF statut-caisse-concours(1:1) = "0"
               PERFORM UNTIL fin-caisse-concours = 'O'
                   READ FICHIER-CAISSE-CONCOURS
                       AT END MOVE 'O' TO fin-caisse-concours
                       NOT AT END
                           MOVE LIGNE-CAISSE-CONCOURS TO LIGNE-ARCHIVE
                           WRITE LIGNE-ARCHIVE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-CAISSE-CONCOURS.
           CLOSE FICHIER-ARCHIVE.
           OPEN OUTPUT FICHIER-CAISSE-CONCOURS.
           MOVE SPACES TO LIGNE-CAISSE-CONCOURS.
           MOVE 'R' TO MVC-TYPE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MVC-DATE.
           MOVE nom-saison TO MVC-JOUEUR.
           MOVE 0 TO MVC-RANG.
           MOVE solde-saison TO MVC-MONTANT.
           WRITE LIGNE-CAISSE-CONCOURS.
           CLOSE FICHIER-CAISSE-CONCOURS.

       *>Bareme des droits et des prix : il porte le seuil de la
       *>seconde signature des prix, reserve donc au profil R des
       *>que les profils sont en service (comme
       *>MaintenancePromotions), et jamais en mode formation.
       entretenir-bareme.
           PERFORM controler-maitre.
           EVALUATE TRUE
               WHEN maitre-en-place = 'O' AND profil-operateur NOT = 'R'
                   DISPLAY plage-refus-profil
                   DISPLAY plage-pause
                   ACCEPT plage-pause
               WHEN EN-FORMATION
                   DISPLAY plage-formation
                   DISPLAY plage-pause
                   ACCEPT plage-pause
               WHEN OTHER
                   PERFORM saisir-bareme
           END-EVALUATE.

       *>Saisi d'un ecran, sauve sur confirmation et journalise.
       saisir-bareme.
           PERFORM charger-bareme-concours.
           MOVE SPACE TO confirmation.
           DISPLAY plage-bareme.
           ACCEPT plage-bareme.
           IF confirmation = 'O' OR confirmation = 'o'
               PERFORM sauver-bareme-concours
               MOVE droit-entree TO montant-edit
               MOVE SPACES TO valeur-journal
               STRING "BAREME D" montant-edit
                   DELIMITED BY SIZE INTO valeur-journal
               PERFORM journaliser-saison
           END-IF.

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

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       COPY CONCOURS-BAREME-CHARGE.

       COPY LIVRE-POSTE.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "GestionSaisons"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-saison
           NOM-PROGRAMME-JRN BY "GestionSaisons"
           VALEUR-SAISIE BY valeur-journal.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-classement
           FICHIER-DESSIN BY FICHIER-CLASSEMENT.
