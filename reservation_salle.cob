      *>Carnet de reservation de l'unique salle de reunion : la
      *>feuille papier collee sur la porte laissait passer une
      *>double reservation par mois. Les creneaux vont par
      *>demi-heures ; une reservation est refusee un jour ferme ou
      *>ferie, hors des heures d'ouverture de CALENDRIER.DAT, ou si
      *>elle chevauche une autre. Chaque reservation, deplacement ou
      *>annulation se fait sous le verrou du carnet (relecture,
      *>controle, reecriture), ce qui ferme la porte aux doubles
      *>reservations entre deux terminaux. Les invites exterieurs
      *>d'une reservation deviennent d'eux-memes des lignes
      *>ATTENDUS.DAT (reportees avec un deplacement de jour, retirees
      *>avec une annulation) : l'accueil les voit arriver comme les
      *>autres attendus. La feuille de porte d'un jour part en etat
      *>RAPPORT-SALLE-<horo>.DAT au catalogue des rapports ; le
      *>planning du jour s'affiche aussi sous le menu principal.
      *>Une reservation vieille de plus d'un an n'est pas rechargee :
      *>la reecriture suivante la purge.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReservationSalle.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SALLE-FICHIER.
           SELECT OPTIONAL FICHIER-ATTENDUS
               ASSIGN TO "ATTENDUS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-attendus.
           SELECT FICHIER-TRAVAIL ASSIGN TO "SALLE-TRAVAIL.TMP"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY CALENDRIER-FICHIER.
           COPY VERROU-FICHIER.
           COPY CATALOGUE-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY SALLE-FD.

       FD FICHIER-ATTENDUS.
       1 LIGNE-ATTENDU.
           2 ATT-DATE PIC 9(08).
           2 FILLER PIC X(01).
           2 ATT-NOM PIC X(25).
           2 FILLER PIC X(01).
           2 ATT-FOURNISSEUR PIC X(08).

       FD FICHIER-TRAVAIL.
       1 LIGNE-TRAVAIL PIC X(43).

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

       COPY CALENDRIER-FD.

       COPY VERROU-FD.

       COPY CATALOGUE-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY JOURNAL-ETAT.
       COPY CALENDRIER-ZONE.
       COPY VERROU-ZONE.
       77 statut-salle PIC X(02).
       77 statut-attendus PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.

       *>Reservations chargees (1000) ; DEPENDING ON pour que le
       *>SORT de la reecriture ne range que les reservations reelles.
       77 nb-reservations PIC 9(4) VALUE 0.
       77 rs PIC 9(4).
       77 table-pleine PIC X(01) VALUE 'N'.
       77 numero-max PIC 9(05) VALUE 0.
       1 table-reservations.
           2 reservation OCCURS 1 TO 1000 DEPENDING ON nb-reservations.
               3 rsv-date PIC 9(08).
               3 rsv-debut PIC 9(04).
               3 rsv-numero PIC 9(05).
               3 rsv-fin PIC 9(04).
               3 rsv-objet PIC X(30).
               3 rsv-demandeur PIC X(08).
               3 rsv-invite-nom PIC X(25) OCCURS 5.
               3 rsv-annulee PIC X(01).

       *>Creneau saisi : heure et minute lues separement pour le
       *>controle des demi-heures.
       77 date-saisie PIC 9(08).
       1 debut-saisi PIC 9(04).
       1 FILLER REDEFINES debut-saisi.
           2 debut-heure PIC 99.
           2 debut-minute PIC 99.
       1 fin-saisie PIC 9(04).
       1 FILLER REDEFINES fin-saisie.
           2 fin-heure PIC 99.
           2 fin-minute PIC 99.
       77 objet-saisi PIC X(30).
       1 invites-saisis.
           2 invite-saisi-1 PIC X(25).
           2 invite-saisi-2 PIC X(25).
           2 invite-saisi-3 PIC X(25).
           2 invite-saisi-4 PIC X(25).
           2 invite-saisi-5 PIC X(25).
       1 FILLER REDEFINES invites-saisis.
           2 invite-saisi PIC X(25) OCCURS 5.
       77 iv PIC 9.

       *>Controle du creneau : la reservation elle-meme est ignoree
       *>quand on la deplace.
       77 numero-ignore PIC 9(05) VALUE 0.
       77 creneau-valide PIC X(01).
       77 motif-refus PIC X(60).
       77 jour-semaine PIC 9.
       77 jour-ouvert PIC X(01).
       77 heure-a-editer PIC 9(04).
       77 heure-edit PIC X(05).
       77 heure-edit-debut PIC X(05).
       77 creneau-edit PIC X(13).

       77 numero-choisi PIC 9(05) VALUE 0.
       77 trouve-rs PIC 9(4) VALUE 0.
       77 confirmation PIC X(01).
       77 ancienne-date PIC 9(08).
       77 nouvelle-date PIC 9(08).
       77 nb-attendus-touches PIC 9 VALUE 0.
       77 deja-attendu PIC X(01).
       77 nom-compare PIC X(25).

       77 aujourdhui PIC 9(08).
       77 limite-purge PIC 9(08).
       77 choix-action PIC 9 VALUE 9.
       77 ligne-ecran PIC 99.
       77 nb-du-jour PIC 9(3) VALUE 0.
       77 touche PIC X(01).
       77 valeur-journal PIC X(20).

       *>Feuille de porte.
       77 horodatage-etat PIC X(14).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.
       77 date-a-editer PIC 9(08).
       77 date-edit PIC X(10).

       SCREEN SECTION.
       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Salle de reunion : reservations'.
           2 LINE 3 COL 1 VALUE '1. Planning d''un jour'.
           2 LINE 4 COL 1 VALUE '2. Reserver un creneau'.
           2 LINE 5 COL 1 VALUE '3. Deplacer une reservation'.
           2 LINE 6 COL 1 VALUE '4. Annuler une reservation'.
           2 LINE 7 COL 1 VALUE '5. Feuille de porte (etat)'.
           2 LINE 8 COL 1 VALUE '0. Fin'.
           2 LINE 10 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-saisie-jour.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Salle de reunion : planning'.
           2 LINE 2 COL 1 VALUE 'Jour AAAAMMJJ : '.
           2 PIC 9(08) USING date-saisie.

       1 plage-entete-liste.
           2 LINE 3 COL 1 VALUE 'Num.'.
           2 COL 8 VALUE 'Horaire'.
           2 COL 23 VALUE 'Objet'.
           2 COL 54 VALUE 'Par'.

       1 plage-ligne-reservation.
           2 LINE ligne-ecran COL 1 PIC 9(05) FROM rsv-numero(rs).
           2 COL 8 PIC X(13) FROM creneau-edit.
           2 COL 23 PIC X(30) FROM rsv-objet(rs).
           2 COL 54 PIC X(08) FROM rsv-demandeur(rs).

       1 plage-aucune.
           2 LINE 4 COL 1 VALUE 'Aucune reservation ce jour-la.'.

       1 plage-saisie-numero.
           2 LINE 18 COL 1 VALUE 'Numero : '.
           2 PIC 9(05) TO numero-choisi REQUIRED.

       1 plage-confirmation.
           2 LINE 19 COL 1 VALUE 'Annuler cette reservation ? (O/N) : '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 plage-titre-reserver.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Reserver la salle de reunion'.

       1 plage-titre-deplacer.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Deplacer la reservation '.
           2 PIC 9(05) FROM numero-choisi.
           2 LINE 2 COL 1 PIC X(30) FROM objet-saisi.

       1 plage-saisie-creneau.
           2 LINE 3 COL 1 VALUE 'Jour AAAAMMJJ              : '.
           2 PIC 9(08) USING date-saisie.
           2 LINE 4 COL 1 VALUE 'Debut HHMM (demi-heures)   : '.
           2 PIC 9(04) USING debut-saisi.
           2 LINE 5 COL 1 VALUE 'Fin HHMM                   : '.
           2 PIC 9(04) USING fin-saisie.

       1 plage-saisie-objet.
           2 LINE 6 COL 1 VALUE 'Objet                      : '.
           2 PIC X(30) USING objet-saisi REQUIRED.
           2 LINE 8 COL 1 VALUE 'Invites exterieurs (vide = aucun) :'.
           2 LINE 9 COL 3 PIC X(25) USING invite-saisi-1.
           2 LINE 10 COL 3 PIC X(25) USING invite-saisi-2.
           2 LINE 11 COL 3 PIC X(25) USING invite-saisi-3.
           2 LINE 12 COL 3 PIC X(25) USING invite-saisi-4.
           2 LINE 13 COL 3 PIC X(25) USING invite-saisi-5.

       1 plage-refus.
           2 LINE 20 COL 1 PIC X(60) FROM motif-refus.

       1 plage-occupe.
           2 LINE 20 COL 1 VALUE
               'Carnet de la salle occupe, reessayez dans un instant.'.

       1 plage-reservee.
           2 LINE 20 COL 1 VALUE 'Reservation enregistree : '.
           2 PIC 9(05) FROM numero-choisi.
           2 LINE 21 COL 1 VALUE 'Invites ajoutes aux attendus : '.
           2 PIC 9 FROM nb-attendus-touches.

       1 plage-deplacee.
           2 LINE 20 COL 1 VALUE 'Reservation deplacee.'.
           2 LINE 21 COL 1 VALUE 'Attendus reportes : '.
           2 PIC 9 FROM nb-attendus-touches.

       1 plage-annulee.
           2 LINE 20 COL 1 VALUE 'Reservation annulee.'.
           2 LINE 21 COL 1 VALUE 'Attendus retires : '.
           2 PIC 9 FROM nb-attendus-touches.

       1 plage-saisie-jour-porte.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Salle de reunion : feuille de porte'.
           2 LINE 3 COL 1 VALUE 'Jour AAAAMMJJ : '.
           2 PIC 9(08) USING date-saisie.

       1 plage-etat-genere.
           2 LINE 5 COL 1 VALUE 'Etat genere   : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 6 COL 1 VALUE 'Reservations  : '.
           2 PIC zz9 FROM nb-du-jour.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE(1:8) TO aujourdhui.
       COMPUTE limite-purge = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(aujourdhui) - 366).
       PERFORM charger-calendrier.
       PERFORM UNTIL choix-action = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           EVALUATE choix-action
               WHEN 1
                   PERFORM planning-jour
               WHEN 2
                   PERFORM reserver-creneau
               WHEN 3
                   PERFORM deplacer-reservation
               WHEN 4
                   PERFORM annuler-reservation
               WHEN 5
                   PERFORM editer-feuille-porte
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le sous-menu des outils.
       GOBACK.

       COPY CALENDRIER-CHARGE.

       charger-reservations.
           MOVE 0 TO nb-reservations numero-max.
           MOVE 'N' TO table-pleine.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-SALLE.
           IF statut-salle(1:1) = "0"
               READ FICHIER-SALLE
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF RES-NUMERO IS NUMERIC
                       IF RES-NUMERO > numero-max
                           MOVE RES-NUMERO TO numero-max
                       END-IF
                   END-IF
                   IF RES-NUMERO IS NUMERIC AND RES-DATE IS NUMERIC
                           AND RES-DATE >= limite-purge
                       PERFORM charger-reservation
                   END-IF
                   READ FICHIER-SALLE
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SALLE
           END-IF.

       charger-reservation.
           IF nb-reservations < 1000
               ADD 1 TO nb-reservations
               MOVE RES-DATE TO rsv-date(nb-reservations)
               MOVE RES-DEBUT TO rsv-debut(nb-reservations)
               MOVE RES-NUMERO TO rsv-numero(nb-reservations)
               MOVE RES-FIN TO rsv-fin(nb-reservations)
               MOVE RES-OBJET TO rsv-objet(nb-reservations)
               MOVE RES-DEMANDEUR TO rsv-demandeur(nb-reservations)
               PERFORM VARYING iv FROM 1 BY 1 UNTIL iv > 5
                   MOVE RES-INVITE-NOM(iv)
                       TO rsv-invite-nom(nb-reservations, iv)
               END-PERFORM
               MOVE 'N' TO rsv-annulee(nb-reservations)
           ELSE
               MOVE 'O' TO table-pleine
           END-IF.

       *>Reecriture rangee par jour et heure de debut : le menu
       *>principal et la feuille de porte lisent dans l'ordre.
       sauver-reservations.
           IF nb-reservations > 1
               SORT reservation ASCENDING rsv-date rsv-debut
           END-IF.
           OPEN OUTPUT FICHIER-SALLE.
           PERFORM VARYING rs FROM 1 BY 1 UNTIL rs > nb-reservations
               IF rsv-annulee(rs) NOT = 'O'
                   MOVE SPACES TO LIGNE-RESERVATION
                   MOVE rsv-numero(rs) TO RES-NUMERO
                   MOVE rsv-date(rs) TO RES-DATE
                   MOVE rsv-debut(rs) TO RES-DEBUT
                   MOVE rsv-fin(rs) TO RES-FIN
                   MOVE rsv-objet(rs) TO RES-OBJET
                   MOVE rsv-demandeur(rs) TO RES-DEMANDEUR
                   PERFORM VARYING iv FROM 1 BY 1 UNTIL iv > 5
                       MOVE rsv-invite-nom(rs, iv)
                           TO RES-INVITE-NOM(iv)
                   END-PERFORM
                   WRITE LIGNE-RESERVATION
               END-IF
           END-PERFORM.
           CLOSE FICHIER-SALLE.

       *>Planning d'un jour a l'ecran (aujourd'hui par defaut).
       planning-jour.
           MOVE aujourdhui TO date-saisie.
           DISPLAY plage-saisie-jour.
           ACCEPT plage-saisie-jour.
           PERFORM charger-reservations.
           PERFORM lister-jour.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       lister-jour.
           MOVE 0 TO nb-du-jour.
           MOVE 4 TO ligne-ecran.
           DISPLAY plage-entete-liste.
           PERFORM VARYING rs FROM 1 BY 1 UNTIL rs > nb-reservations
               IF rsv-date(rs) = date-saisie
                       AND rsv-annulee(rs) NOT = 'O'
                   ADD 1 TO nb-du-jour
                   IF ligne-ecran < 18
                       PERFORM editer-creneau
                       DISPLAY plage-ligne-reservation
                       ADD 1 TO ligne-ecran
                   END-IF
               END-IF
           END-PERFORM.
           IF nb-du-jour = 0
               DISPLAY plage-aucune
           END-IF.

       reserver-creneau.
           MOVE aujourdhui TO date-saisie.
           MOVE 0 TO debut-saisi fin-saisie.
           MOVE SPACES TO objet-saisi invites-saisis.
           DISPLAY plage-titre-reserver.
           DISPLAY plage-saisie-creneau.
           ACCEPT plage-saisie-creneau.
           DISPLAY plage-saisie-objet.
           ACCEPT plage-saisie-objet.
           PERFORM verrouiller-salle.
           IF VERROU-ACQUIS
               PERFORM charger-reservations
               MOVE 0 TO numero-ignore
               PERFORM controler-creneau
               IF creneau-valide = 'O' AND nb-reservations >= 1000
                   MOVE 'N' TO creneau-valide
                   MOVE "Carnet plein (1000 reservations)."
                       TO motif-refus
               END-IF
               IF creneau-valide = 'O'
                   PERFORM ajouter-reservation
                   PERFORM sauver-reservations
                   PERFORM ajouter-attendus-invites
                   MOVE SPACES TO valeur-journal
                   STRING "SAL+ " numero-choisi " " date-saisie
                       DELIMITED BY SIZE INTO valeur-journal
                   PERFORM journaliser-salle
                   DISPLAY plage-reservee
               ELSE
                   DISPLAY plage-refus
               END-IF
               PERFORM liberer-salle
           ELSE
               DISPLAY plage-occupe
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       ajouter-reservation.
           ADD 1 TO numero-max.
           MOVE numero-max TO numero-choisi.
           ADD 1 TO nb-reservations.
           MOVE date-saisie TO rsv-date(nb-reservations).
           MOVE debut-saisi TO rsv-debut(nb-reservations).
           MOVE numero-choisi TO rsv-numero(nb-reservations).
           MOVE fin-saisie TO rsv-fin(nb-reservations).
           MOVE objet-saisi TO rsv-objet(nb-reservations).
           IF operateur-courant = SPACES OR LOW-VALUES
               MOVE "INCONNU" TO rsv-demandeur(nb-reservations)
           ELSE
               MOVE operateur-courant TO rsv-demandeur(nb-reservations)
           END-IF.
           PERFORM VARYING iv FROM 1 BY 1 UNTIL iv > 5
               MOVE invite-saisi(iv)
                   TO rsv-invite-nom(nb-reservations, iv)
           END-PERFORM.
           MOVE 'N' TO rsv-annulee(nb-reservations).

       deplacer-reservation.
           PERFORM choisir-reservation.
           IF trouve-rs > 0
               MOVE rsv-date(trouve-rs) TO date-saisie
               MOVE rsv-debut(trouve-rs) TO debut-saisi
               MOVE rsv-fin(trouve-rs) TO fin-saisie
               MOVE rsv-objet(trouve-rs) TO objet-saisi
               DISPLAY plage-titre-deplacer
               DISPLAY plage-saisie-creneau
               ACCEPT plage-saisie-creneau
               PERFORM verrouiller-salle
               IF VERROU-ACQUIS
                   PERFORM charger-reservations
                   PERFORM retrouver-reservation
                   IF trouve-rs > 0
                       MOVE numero-choisi TO numero-ignore
                       PERFORM controler-creneau
                       IF creneau-valide = 'O'
                           PERFORM reporter-reservation
                           DISPLAY plage-deplacee
                       ELSE
                           DISPLAY plage-refus
                       END-IF
                   ELSE
                       DISPLAY plage-refus
                   END-IF
                   PERFORM liberer-salle
               ELSE
                   DISPLAY plage-occupe
               END-IF
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       reporter-reservation.
           MOVE rsv-date(trouve-rs) TO ancienne-date.
           MOVE date-saisie TO rsv-date(trouve-rs).
           MOVE debut-saisi TO rsv-debut(trouve-rs).
           MOVE fin-saisie TO rsv-fin(trouve-rs).
           PERFORM sauver-reservations.
           MOVE 0 TO nb-attendus-touches.
           IF date-saisie NOT = ancienne-date
               PERFORM VARYING iv FROM 1 BY 1 UNTIL iv > 5
                   MOVE rsv-invite-nom(trouve-rs, iv)
                       TO invite-saisi(iv)
               END-PERFORM
               MOVE date-saisie TO nouvelle-date
               PERFORM retoucher-attendus
           END-IF.
           MOVE SPACES TO valeur-journal.
           STRING "SAL> " numero-choisi " " date-saisie
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-salle.

       annuler-reservation.
           PERFORM choisir-reservation.
           IF trouve-rs > 0
               DISPLAY plage-confirmation
               ACCEPT plage-confirmation
               IF confirmation = 'O' OR confirmation = 'o'
                   PERFORM verrouiller-salle
                   IF VERROU-ACQUIS
                       PERFORM charger-reservations
                       PERFORM retrouver-reservation
                       IF trouve-rs > 0
                           PERFORM retirer-reservation
                           DISPLAY plage-annulee
                       ELSE
                           DISPLAY plage-refus
                       END-IF
                       PERFORM liberer-salle
                   ELSE
                       DISPLAY plage-occupe
                   END-IF
               END-IF
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       retirer-reservation.
           MOVE 'O' TO rsv-annulee(trouve-rs).
           MOVE rsv-date(trouve-rs) TO ancienne-date.
           PERFORM sauver-reservations.
           MOVE 0 TO nb-attendus-touches.
           PERFORM VARYING iv FROM 1 BY 1 UNTIL iv > 5
               MOVE rsv-invite-nom(trouve-rs, iv) TO invite-saisi(iv)
           END-PERFORM.
           MOVE 0 TO nouvelle-date.
           PERFORM retoucher-attendus.
           MOVE SPACES TO valeur-journal.
           STRING "SAL- " numero-choisi " " ancienne-date
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-salle.

       *>Jour, planning de ce jour, puis numero : seule une
       *>reservation d'aujourd'hui ou a venir se deplace ou s'annule.
       choisir-reservation.
           MOVE 0 TO trouve-rs.
           MOVE aujourdhui TO date-saisie.
           DISPLAY plage-saisie-jour.
           ACCEPT plage-saisie-jour.
           PERFORM charger-reservations.
           PERFORM lister-jour.
           IF nb-du-jour > 0
               DISPLAY plage-saisie-numero
               ACCEPT plage-saisie-numero
               PERFORM retrouver-reservation
               IF trouve-rs = 0
                   DISPLAY plage-refus
               END-IF
           END-IF.

       *>Relecture sous verrou : la reservation a pu etre annulee
       *>depuis un autre terminal entre-temps.
       retrouver-reservation.
           MOVE 0 TO trouve-rs.
           PERFORM VARYING rs FROM 1 BY 1 UNTIL rs > nb-reservations
               IF rsv-numero(rs) = numero-choisi
                       AND rsv-annulee(rs) NOT = 'O'
                   MOVE rs TO trouve-rs
               END-IF
           END-PERFORM.
           IF trouve-rs = 0
               MOVE "Numero inconnu." TO motif-refus
           ELSE
               IF rsv-date(trouve-rs) < aujourdhui
                   MOVE "Reservation passee : plus modifiable."
                       TO motif-refus
                   MOVE 0 TO trouve-rs
               END-IF
           END-IF.

       *>Demi-heures pleines, jour ouvert et non ferie, dans les
       *>heures d'ouverture du calendrier, sans chevauchement d'une
       *>autre reservation du meme jour. Le premier motif trouve est
       *>affiche.
       controler-creneau.
           MOVE 'O' TO creneau-valide.
           MOVE SPACES TO motif-refus.
           IF FUNCTION TEST-DATE-YYYYMMDD(date-saisie) NOT = 0
               MOVE 'N' TO creneau-valide
               MOVE "Date invalide." TO motif-refus
           ELSE
               IF date-saisie < aujourdhui
                   MOVE 'N' TO creneau-valide
                   MOVE "Date passee." TO motif-refus
               END-IF
           END-IF.
           IF creneau-valide = 'O'
               IF debut-heure > 23 OR fin-heure > 23
                       OR (debut-minute NOT = 0
                           AND debut-minute NOT = 30)
                       OR (fin-minute NOT = 0 AND fin-minute NOT = 30)
                   MOVE 'N' TO creneau-valide
                   MOVE "Creneaux par demi-heure : minutes 00 ou 30."
                       TO motif-refus
               END-IF
           END-IF.
           IF creneau-valide = 'O' AND debut-saisi >= fin-saisie
               MOVE 'N' TO creneau-valide
               MOVE "La fin doit suivre le debut." TO motif-refus
           END-IF.
           IF creneau-valide = 'O'
               PERFORM controler-calendrier
           END-IF.
           IF creneau-valide = 'O'
               PERFORM VARYING rs FROM 1 BY 1
                       UNTIL rs > nb-reservations
                           OR creneau-valide = 'N'
                   IF rsv-date(rs) = date-saisie
                           AND rsv-annulee(rs) NOT = 'O'
                           AND rsv-numero(rs) NOT = numero-ignore
                           AND rsv-debut(rs) < fin-saisie
                           AND debut-saisi < rsv-fin(rs)
                       MOVE 'N' TO creneau-valide
                       PERFORM editer-creneau
                       STRING "Chevauche la reservation " rsv-numero(rs)
                           " (" creneau-edit ")."
                           DELIMITED BY SIZE INTO motif-refus
                   END-IF
               END-PERFORM
           END-IF.

       controler-calendrier.
           COMPUTE jour-semaine = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(date-saisie) - 1, 7) + 1.
           MOVE 'O' TO jour-ouvert.
           IF cal-j-ouvert(jour-semaine) NOT = 'O'
               MOVE 'N' TO jour-ouvert
           END-IF.
           PERFORM VARYING fer FROM 1 BY 1 UNTIL fer > nb-feries
               IF jour-ferie-cal(fer) = date-saisie
                   MOVE 'N' TO jour-ouvert
               END-IF
           END-PERFORM.
           IF jour-ouvert = 'N'
               MOVE 'N' TO creneau-valide
               MOVE "Jour ferme ou ferie au calendrier." TO motif-refus
           ELSE
               IF debut-saisi < cal-j-ouverture(jour-semaine)
                       OR fin-saisie > cal-j-fermeture(jour-semaine)
                   MOVE 'N' TO creneau-valide
                   MOVE cal-j-ouverture(jour-semaine) TO heure-a-editer
                   PERFORM editer-heure
                   MOVE heure-edit TO heure-edit-debut
                   MOVE cal-j-fermeture(jour-semaine) TO heure-a-editer
                   PERFORM editer-heure
                   STRING "Hors des heures d'ouverture ("
                       heure-edit-debut " - " heure-edit ")."
                       DELIMITED BY SIZE INTO motif-refus
               END-IF
           END-IF.

       *>Creneau de la reservation rs edite "hh:mm - hh:mm".
       editer-creneau.
           MOVE rsv-debut(rs) TO heure-a-editer.
           PERFORM editer-heure.
           MOVE heure-edit TO heure-edit-debut.
           MOVE rsv-fin(rs) TO heure-a-editer.
           PERFORM editer-heure.
           MOVE SPACES TO creneau-edit.
           STRING heure-edit-debut " - " heure-edit
               DELIMITED BY SIZE INTO creneau-edit.

       editer-heure.
           MOVE SPACES TO heure-edit.
           STRING heure-a-editer(1:2) ":" heure-a-editer(3:2)
               DELIMITED BY SIZE INTO heure-edit.

       *>Une ligne ATTENDUS.DAT par invite saisi, sauf s'il est deja
       *>attendu ce jour-la (une regle recurrente a pu le poser).
       ajouter-attendus-invites.
           MOVE 0 TO nb-attendus-touches.
           PERFORM VARYING iv FROM 1 BY 1 UNTIL iv > 5
               IF invite-saisi(iv) NOT = SPACES
                   PERFORM chercher-attendu
                   IF deja-attendu = 'N'
                       OPEN EXTEND FICHIER-ATTENDUS
                       MOVE SPACES TO LIGNE-ATTENDU
                       MOVE date-saisie TO ATT-DATE
                       MOVE invite-saisi(iv) TO ATT-NOM
                       WRITE LIGNE-ATTENDU
                       CLOSE FICHIER-ATTENDUS
                       ADD 1 TO nb-attendus-touches
                   END-IF
               END-IF
           END-PERFORM.

       chercher-attendu.
           MOVE 'N' TO deja-attendu.
           MOVE 'N' TO fin-fichier.
           MOVE FUNCTION UPPER-CASE(invite-saisi(iv)) TO nom-compare.
           OPEN INPUT FICHIER-ATTENDUS.
           IF statut-attendus(1:1) = "0"
               READ FICHIER-ATTENDUS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF ATT-DATE = date-saisie
                           AND FUNCTION UPPER-CASE(ATT-NOM)
                               = nom-compare
                       MOVE 'O' TO deja-attendu
                   END-IF
                   READ FICHIER-ATTENDUS
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ATTENDUS
           END-IF.

       *>Lignes ATTENDUS des invites de la reservation a l'ancienne
       *>date (sans fournisseur : celles qu'on a posees) : reportees
       *>a nouvelle-date, ou retirees si nouvelle-date vaut 0. Passe
       *>par un fichier de travail, puis recopie.
       retoucher-attendus.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-ATTENDUS.
           IF statut-attendus(1:1) = "0"
               OPEN OUTPUT FICHIER-TRAVAIL
               READ FICHIER-ATTENDUS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   PERFORM retoucher-attendu
                   READ FICHIER-ATTENDUS
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ATTENDUS
               CLOSE FICHIER-TRAVAIL
               PERFORM recopier-attendus
           END-IF.

       retoucher-attendu.
           MOVE 'N' TO deja-attendu.
           IF ATT-DATE = ancienne-date AND ATT-FOURNISSEUR = SPACES
               MOVE FUNCTION UPPER-CASE(ATT-NOM) TO nom-compare
               PERFORM VARYING iv FROM 1 BY 1 UNTIL iv > 5
                   IF invite-saisi(iv) NOT = SPACES
                           AND FUNCTION UPPER-CASE(invite-saisi(iv))
                               = nom-compare
                       MOVE 'O' TO deja-attendu
                   END-IF
               END-PERFORM
           END-IF.
           IF deja-attendu = 'O'
               ADD 1 TO nb-attendus-touches
               IF nouvelle-date NOT = 0
                   MOVE nouvelle-date TO ATT-DATE
                   WRITE LIGNE-TRAVAIL FROM LIGNE-ATTENDU
               END-IF
           ELSE
               WRITE LIGNE-TRAVAIL FROM LIGNE-ATTENDU
           END-IF.

       recopier-attendus.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-TRAVAIL.
           OPEN OUTPUT FICHIER-ATTENDUS.
           READ FICHIER-TRAVAIL
               AT END SET PLUS-DE-LIGNES TO TRUE
           END-READ.
           PERFORM UNTIL PLUS-DE-LIGNES
               MOVE LIGNE-TRAVAIL TO LIGNE-ATTENDU
               WRITE LIGNE-ATTENDU
               READ FICHIER-TRAVAIL
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FICHIER-TRAVAIL.
           CLOSE FICHIER-ATTENDUS.

       *>Feuille a afficher sur la porte : les reservations du jour
       *>dans l'ordre, objet, demandeur et invites attendus.
       editer-feuille-porte.
           MOVE aujourdhui TO date-saisie.
           DISPLAY plage-saisie-jour-porte.
           ACCEPT plage-saisie-jour-porte.
           PERFORM charger-reservations.
           MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
           MOVE SPACES TO nom-rapport.
           STRING "RAPPORT-SALLE-" horodatage-etat ".DAT"
               DELIMITED BY SIZE INTO nom-rapport.
           MOVE 0 TO nb-lignes-rapport nb-du-jour.
           OPEN OUTPUT FICHIER-ETAT.
           MOVE SPACES TO LIGNE-ETAT.
           MOVE date-saisie TO date-a-editer.
           PERFORM editer-date.
           STRING "SALLE DE REUNION - planning du " date-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           MOVE "Horaire" TO LIGNE-ETAT(1:7).
           MOVE "Objet" TO LIGNE-ETAT(16:5).
           MOVE "Reserve par" TO LIGNE-ETAT(48:11).
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING rs FROM 1 BY 1 UNTIL rs > nb-reservations
               IF rsv-date(rs) = date-saisie
                       AND rsv-annulee(rs) NOT = 'O'
                   PERFORM editer-reservation-porte
               END-IF
           END-PERFORM.
           IF nb-du-jour = 0
               MOVE "Aucune reservation : salle libre toute la journee"
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           PERFORM ecrire-ligne-etat.
           MOVE "Reservations par ReservationSalle (menu des outils)."
               TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           CLOSE FICHIER-ETAT.
           PERFORM cataloguer-rapport.
           DISPLAY plage-etat-genere.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       editer-reservation-porte.
           ADD 1 TO nb-du-jour.
           PERFORM editer-creneau.
           MOVE creneau-edit TO LIGNE-ETAT(1:13).
           MOVE rsv-objet(rs) TO LIGNE-ETAT(16:30).
           MOVE rsv-demandeur(rs) TO LIGNE-ETAT(48:8).
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING iv FROM 1 BY 1 UNTIL iv > 5
               IF rsv-invite-nom(rs, iv) NOT = SPACES
                   MOVE "Invite :" TO LIGNE-ETAT(16:8)
                   MOVE rsv-invite-nom(rs, iv) TO LIGNE-ETAT(25:25)
                   PERFORM ecrire-ligne-etat
               END-IF
           END-PERFORM.

       editer-date.
           MOVE SPACES TO date-edit.
           STRING date-a-editer(7:2) "/" date-a-editer(5:2) "/"
               date-a-editer(1:4)
               DELIMITED BY SIZE INTO date-edit.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-salle
           NOM-FICHIER-VERROU BY "VERROU-SALLE.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-salle.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "ReservationSalle"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-salle
           NOM-PROGRAMME-JRN BY "ReservationSalle"
           VALEUR-SAISIE BY valeur-journal.
