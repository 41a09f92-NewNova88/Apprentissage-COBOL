      *>regles recurrentes (chaque mardi, premier lundi du mois) dans
      *>ATTENDUS-REGLES.DAT, et les deroule en lignes ATTENDUS datees
      *>pour la periode a venir en sautant les jours ou le calendrier
      *>dit ferme. Chaque modification est journalisee. Un attendu
      *>(ou une regle) peut porter le code du fournisseur dont il
      *>livre les marchandises : a son arrivee, InAndOut propose alors
      *>la reception de ses commandes en cours.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintenanceAttendus.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-regles.
           COPY CALENDRIER-FICHIER.
           COPY FOURNISSEUR-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
           2 ATT-DATE PIC 9(08).
           2 FILLER PIC X(01).
           2 ATT-NOM PIC X(25).
           *>Fournisseur livre par ce visiteur (blanc = aucun).
           2 FILLER PIC X(01).
           2 ATT-FOURNISSEUR PIC X(08).

       *>Regle recurrente : H = chaque semaine le jour REG-JOUR
       *>(1 = lundi ... 7 = dimanche), M = le premier REG-JOUR du
           2 REG-JOUR PIC 9.
           2 FILLER PIC X(01).
           2 REG-NOM PIC X(25).
           2 FILLER PIC X(01).
           2 REG-FOURNISSEUR PIC X(08).

       COPY CALENDRIER-FD.

       COPY FOURNISSEUR-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY FORMATION.
       COPY JOURNAL-ETAT.
       COPY CALENDRIER-ZONE.
       COPY FOURNISSEUR-ZONE.
       77 statut-attendus PIC X(02).
       77 statut-regles PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           2 attendu-charge OCCURS 500.
               3 tab-date PIC 9(08).
               3 tab-nom PIC X(25).
               3 tab-fournisseur PIC X(08).
               3 tab-supprime PIC X(01).

       *>Regles chargees (50).
               3 reg-t-type PIC X(01).
               3 reg-t-jour PIC 9.
               3 reg-t-nom PIC X(25).
               3 reg-t-fournisseur PIC X(08).

       77 choix-action PIC 9 VALUE 9.
       77 date-saisie PIC 9(08).
       77 nom-saisi PIC X(25).
       77 fournisseur-saisi PIC X(08).
       77 fournisseur-saisi-valide PIC X(01).
       77 type-saisi PIC X(01).
       77 jour-saisi PIC 9.
       77 numero-choisi PIC 9(3) VALUE 0.
           2 COL 6 PIC 9(08) FROM tab-date(i).
           2 COL 16 PIC X(25) FROM tab-nom(i).
           2 COL 42 PIC X(01) FROM tab-supprime(i).
           2 COL 44 PIC X(08) FROM tab-fournisseur(i).

       1 plage-ligne-regle.
           2 LINE ligne-ecran COL 1 PIC z9 FROM r.
           2 COL 5 PIC X(01) FROM reg-t-type(r).
           2 COL 8 PIC 9 FROM reg-t-jour(r).
           2 COL 11 PIC X(25) FROM reg-t-nom(r).
           2 COL 37 PIC X(08) FROM reg-t-fournisseur(r).

       1 plage-saisie-attendu.
           2 LINE 14 COL 1 VALUE 'Date AAAAMMJJ : '.
           2 PIC 9(08) TO date-saisie REQUIRED.
           2 LINE 15 COL 1 VALUE 'Nom : '.
           2 PIC X(25) TO nom-saisi REQUIRED.
           2 LINE 16 COL 1 VALUE 'Fournisseur livre (vide = aucun) : '.
           2 PIC X(08) TO fournisseur-saisi.

       1 plage-saisie-regle.
           2 LINE 14 COL 1 VALUE
           2 PIC 9 TO jour-saisi REQUIRED.
           2 LINE 16 COL 1 VALUE 'Nom : '.
           2 PIC X(25) TO nom-saisi REQUIRED.
           2 LINE 17 COL 1 VALUE 'Fournisseur livre (vide = aucun) : '.
           2 PIC X(08) TO fournisseur-saisi.

       1 plage-saisie-numero.
           2 LINE 14 COL 1 VALUE 'Numero : '.
       1 plage-numero-invalide.
           2 LINE 16 COL 1 VALUE 'Numero inconnu.'.

       1 plage-fournisseur-inconnu.
           2 LINE 19 COL 1 VALUE
               'Fournisseur inconnu ou ferme : rien n''est ajoute.'.

       1 plage-saisie-periode.
           2 LINE 14 COL 1 VALUE
               'Derouler sur combien de jours (defaut 14) : '.

       PROCEDURE DIVISION.
       PERFORM charger-calendrier.
       PERFORM charger-fournisseurs.
       PERFORM charger-attendus.
       PERFORM charger-regles.
       PERFORM UNTIL choix-action = 0

       COPY CALENDRIER-CHARGE.

       COPY FOURNISSEUR-CHARGE.

       charger-attendus.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-ATTENDUS.
                           MOVE 0 TO tab-date(nb-attendus)
                       END-IF
                       MOVE ATT-NOM TO tab-nom(nb-attendus)
                       MOVE ATT-FOURNISSEUR
                           TO tab-fournisseur(nb-attendus)
                       MOVE SPACE TO tab-supprime(nb-attendus)
                   ELSE
                       MOVE 'O' TO table-pleine
                       MOVE REG-TYPE TO reg-t-type(nb-regles)
                       MOVE REG-JOUR TO reg-t-jour(nb-regles)
                       MOVE REG-NOM TO reg-t-nom(nb-regles)
                       MOVE REG-FOURNISSEUR
                           TO reg-t-fournisseur(nb-regles)
                   END-IF
                   READ FICHIER-REGLES
                       AT END SET PLUS-DE-LIGNES TO TRUE
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               MOVE SPACES TO fournisseur-saisi
               DISPLAY plage-saisie-attendu
               ACCEPT plage-saisie-attendu
               PERFORM controler-fournisseur-saisi
               IF nb-attendus < 500 AND fournisseur-saisi-valide = 'O'
                   ADD 1 TO nb-attendus
                   MOVE date-saisie TO tab-date(nb-attendus)
                   MOVE nom-saisi TO tab-nom(nb-attendus)
                   MOVE fournisseur-saisi
                       TO tab-fournisseur(nb-attendus)
                   MOVE SPACE TO tab-supprime(nb-attendus)
                   MOVE 'O' TO attendus-modifies
                   MOVE SPACES TO valeur-journal
           ACCEPT plage-pause.

       ajouter-regle.
           MOVE SPACES TO fournisseur-saisi.
           DISPLAY plage-saisie-regle.
           ACCEPT plage-saisie-regle.
           PERFORM controler-fournisseur-saisi.
           IF nb-regles < 50
                   AND jour-saisi >= 1 AND jour-saisi <= 7
                   AND (type-saisi = 'H' OR type-saisi = 'M')
                   AND fournisseur-saisi-valide = 'O'
               ADD 1 TO nb-regles
               MOVE type-saisi TO reg-t-type(nb-regles)
               MOVE jour-saisi TO reg-t-jour(nb-regles)
               MOVE nom-saisi TO reg-t-nom(nb-regles)
               MOVE fournisseur-saisi TO reg-t-fournisseur(nb-regles)
               MOVE 'O' TO regles-modifiees
               MOVE SPACES TO valeur-journal
               STRING "REG+ " nom-saisi(1:15)
                   MOVE reg-t-type(r + 1) TO reg-t-type(r)
                   MOVE reg-t-jour(r + 1) TO reg-t-jour(r)
                   MOVE reg-t-nom(r + 1) TO reg-t-nom(r)
                   MOVE reg-t-fournisseur(r + 1)
                       TO reg-t-fournisseur(r)
               END-PERFORM
               SUBTRACT 1 FROM nb-regles
               MOVE 'O' TO regles-modifiees
               ADD 1 TO nb-attendus
               MOVE date-generee TO tab-date(nb-attendus)
               MOVE reg-t-nom(r) TO tab-nom(nb-attendus)
               MOVE reg-t-fournisseur(r) TO tab-fournisseur(nb-attendus)
               MOVE SPACE TO tab-supprime(nb-attendus)
               ADD 1 TO nb-generes
           END-IF.

       *>Un fournisseur saisi doit exister et etre actif dans
       *>FOURNISSEURS.DAT ; blanc = visiteur sans livraison.
       controler-fournisseur-saisi.
           MOVE 'O' TO fournisseur-saisi-valide.
           MOVE FUNCTION UPPER-CASE(fournisseur-saisi)
               TO fournisseur-saisi.
           IF fournisseur-saisi NOT = SPACES
               MOVE fournisseur-saisi TO code-fournisseur-cherche
               PERFORM chercher-fournisseur
               IF fournisseur-trouve = 0
                   MOVE 'N' TO fournisseur-saisi-valide
               ELSE
                   IF NOT FOURNISSEUR-ACTIF(fournisseur-trouve)
                       MOVE 'N' TO fournisseur-saisi-valide
                   END-IF
               END-IF
           END-IF.
           IF fournisseur-saisi-valide = 'N'
               DISPLAY plage-fournisseur-inconnu
               DISPLAY plage-pause
               ACCEPT plage-pause
           END-IF.

       sauver-attendus.
           OPEN OUTPUT FICHIER-ATTENDUS.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-attendus
                   MOVE SPACES TO LIGNE-ATTENDU
                   MOVE tab-date(i) TO ATT-DATE
                   MOVE tab-nom(i) TO ATT-NOM
                   MOVE tab-fournisseur(i) TO ATT-FOURNISSEUR
                   WRITE LIGNE-ATTENDU
               END-IF
           END-PERFORM.
               MOVE reg-t-type(r) TO REG-TYPE
               MOVE reg-t-jour(r) TO REG-JOUR
               MOVE reg-t-nom(r) TO REG-NOM
               MOVE reg-t-fournisseur(r) TO REG-FOURNISSEUR
               WRITE LIGNE-REGLE
           END-PERFORM.
           CLOSE FICHIER-REGLES.
