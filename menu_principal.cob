           *>Sources du tableau de bord affiche au-dessus du menu :
           *>les signes vitaux du jour dormaient dans les fichiers et
           *>les voir demandait de lancer un utilitaire.
           COPY CONTACTS-FICHIER.
           *>Planning du jour de la salle de reunion, tenu par
           *>ReservationSalle : les prochains creneaux en bandeau.
           COPY SALLE-FICHIER.
           *>Registre des prets : un operateur qui termine sa session
           *>est averti des cles et du materiel encore a son nom.
           COPY PRETS-FICHIER.
           SELECT HISTORIQUE-CALCULS ASSIGN TO "CALCULSOMME-LOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-tdb.
               ASSIGN TO "VERROUILLAGE-MINUTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-minutes.
           *>Suivi de la cloture guidee (ClotureJournee) : le tableau
           *>de bord dit si le dernier jour ouvre a ete clos, par qui,
           *>et quelles etapes ont ete sautees.
           SELECT OPTIONAL FICHIER-CLOTURE
               ASSIGN TO "CLOTURE-JOUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-cloture.
           COPY CALENDRIER-FICHIER.

       DATA DIVISION.
       FILE SECTION.
           2 FILLER PIC X(01).
           2 MSG-TEXTE PIC X(40).

       COPY CONTACTS-FD.

       COPY SALLE-FD.

       COPY PRETS-FD.

       *>Relecture de l'historique CALCULSOMME : champs edites en
       *>zones X (le tableau de bord ne lit que l'horodatage et
           2 FILLER PIC X(01).
           2 TBD-DERNIERE-SAISIE PIC X(06).

       FD FICHIER-CLOTURE.
       1 LIGNE-CLOTURE.
           2 CLJ-JOUR PIC 9(08).
           2 FILLER PIC X(01).
           2 CLJ-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 CLJ-ETAPE PIC 9(02).
           2 FILLER PIC X(01).
           2 CLJ-PROGRAMME PIC X(20).
           2 FILLER PIC X(01).
           2 CLJ-OBLIGATOIRE PIC X(01).
           2 FILLER PIC X(01).
           2 CLJ-ISSUE PIC X(01).
           2 FILLER PIC X(01).
           2 CLJ-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 CLJ-MOTIF PIC X(40).

       COPY CALENDRIER-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY DESSIN-ZONE.
       77 choix PIC 99 VALUE 99.
       *>Identifiant saisi a l'ouverture de session, recopie dans la
       *>zone partagee une fois controle contre le fichier maitre.
       COPY BANNIERE-ZONE.
       *>Tableau de bord du jour, rafraichi a chaque retour au menu.
       77 statut-tdb PIC X(02).
       77 statut-contacts PIC X(02).
       77 statut-journal PIC X(02).
       77 fin-tdb PIC X(01) VALUE 'N'.
       77 jour-tdb PIC X(08).
       *>bandeau a cote du bouton Quitter.
       77 statut-bord PIC X(02).
       77 tdb-bord PIC X(38) VALUE SPACES.
       *>Creneaux de la salle de reunion restant aujourd'hui (les
       *>trois prochains, puis le nombre des suivants).
       77 statut-salle PIC X(02).
       77 tdb-salle PIC X(38) VALUE SPACES.
       77 heure-tdb PIC X(04).
       77 nb-salle-tdb PIC 99.
       77 suite-salle-tdb PIC 9.
       77 pointeur-salle-tdb PIC 99.
       *>Cloture du dernier jour ouvre avant aujourd'hui, evaluee
       *>une fois par journee : "Cloture 14/10 par DUPONT" ou
       *>"Cloture 14/10 NON FAITE", suivi des etapes sautees.
       77 statut-cloture PIC X(02).
       77 tdb-cloture PIC X(38) VALUE SPACES.
       77 jour-cloture-evalue PIC X(08) VALUE SPACES.
       77 date-veille PIC 9(08).
       77 entier-veille PIC 9(07).
       77 pas-veille PIC 99.
       77 veille-ouverte PIC X(01).
       77 cloture-en-service PIC X(01).
       77 veille-close PIC X(01).
       77 veille-par PIC X(08).
       77 etape-veille PIC 999.
       77 pointeur-cloture PIC 99.
       77 saut-annonce PIC X(01).
       77 numero-saut PIC 99.
       1 issues-veille.
           2 issue-veille PIC X(01) OCCURS 99.
       COPY CALENDRIER-ZONE.
       COPY PRETS-ZONE.
       77 touche-prets PIC X(01).
       *>Consignes de releve de quart : tout ce que le quart laisse
       *>derriere lui, tire de USAGE-MENU.DAT, du journal, des
       *>fichiers de rejets et de l'historique du livre depuis
           2 LINE 1 COL 1 PIC X(30) FROM texte-titre-menu.
           2 LINE 1 COL 32 PIC X(14) FROM texte-invite-choix.
           2 LINE 1 COL 47 PIC 99 TO choix REQUIRED.
           2 LINE 1 COL 55 VALUE '63. EVACUATION' HIGHLIGHT.
           2 LINE 2 COL 1 VALUE ' 1. Operations arithmet.'.
           2 LINE 3 COL 1 VALUE ' 2. Exemple etiquette'.
           2 LINE 4 COL 1 VALUE ' 3. Instruction Add'.
           2 LINE 24 COL 1 PIC X(38) FROM tdb-alerte-1 HIGHLIGHT.
           2 COL 41 PIC X(38) FROM tdb-alerte-2 HIGHLIGHT.

       *>Planning de la salle a la place de la seconde alerte quand
       *>celle-ci est libre.
       1 plage-salle.
           2 LINE 24 COL 41 PIC X(38) FROM tdb-salle.

       *>Etat de la cloture de la veille : a la place de la premiere
       *>alerte quand il n'y en a aucune, sinon a la place de la
       *>seconde (et du planning de la salle) quand elle est libre.
       1 plage-cloture-gauche.
           2 LINE 24 COL 1 PIC X(38) FROM tdb-cloture.

       1 plage-cloture-droite.
           2 LINE 24 COL 41 PIC X(38) FROM tdb-cloture.

       *>Avertissement de fin de session : objets encore dehors au
       *>nom de l'operateur sortant.
       1 plage-prets-dehors.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 PIC X(08) FROM operateur-courant.
           2 COL 10 VALUE ': '.
           2 PIC z9 FROM nb-prets-dehors.
           2 VALUE ' objet(s) prete(s) encore dehors :'.
           2 LINE 2 COL 1 PIC X(40) FROM liste-prets-dehors.
           2 LINE 3 COL 1 VALUE
               'A rendre avant de partir (retour dans les prets).'.
           2 LINE 5 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche-prets.

       *>Tableau de bord : un coup d'oeil a l'etat de la boutique
       *>avant de choisir une option.
       1 plage-tableau-bord.
           IF tdb-alerte-1 NOT = SPACES
               DISPLAY plage-alertes
           END-IF
           EVALUATE TRUE
               WHEN tdb-cloture = SPACES
                   IF tdb-alerte-2 = SPACES AND tdb-salle NOT = SPACES
                       DISPLAY plage-salle
                   END-IF
               WHEN tdb-alerte-1 = SPACES
                   DISPLAY plage-cloture-gauche
                   IF tdb-salle NOT = SPACES
                       DISPLAY plage-salle
                   END-IF
               WHEN tdb-alerte-2 = SPACES
                   DISPLAY plage-cloture-droite
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ACCEPT plage-menu
           MOVE 'O' TO acces-permis
           *>Frappe arrivee apres le delai d'inactivite : le choix
           *>tape est perdu, l'ecran de verrouillage redemande les
           *>identifiants avant de rendre le menu.
           PERFORM calculer-minute
           *>L'appel d'evacuation (63) passe toujours : ni verrou
           *>d'inactivite ni droits a verifier quand il faut sortir.
           IF minute-courante - minute-derniere-activite
                   > verrou-minutes AND choix NOT = 63
               PERFORM verrouiller-terminal
               MOVE 'N' TO acces-permis
               MOVE 99 TO choix
           END-IF
           MOVE minute-courante TO minute-derniere-activite
           IF choix NOT = 0 AND acces-permis = 'O'
                   AND operateur-restreint = 'O' AND choix NOT = 63
               IF droit-option(choix) NOT = 'O'
                   MOVE 'N' TO acces-permis
                   DISPLAY plage-refus
               WHEN 62
                   CALL 'MenuOutils'
                   CANCEL 'MenuOutils'
               WHEN 63
                   CALL 'AppelEvacuation'
                   CANCEL 'AppelEvacuation'
               WHEN 0
                   CONTINUE
               WHEN OTHER
           END-IF
       END-PERFORM.
       COPY JOURNAL-FERMETURE.
       PERFORM avertir-prets-operateur.
       *>Le quart qui s'en va laisse ses consignes au spool : le
       *>suivant n'herite plus de questions ouvertes sans resume.
       PERFORM produire-consignes.
           END-IF.
           PERFORM lire-solde-tdb.
           PERFORM lire-livre-bord.
           PERFORM lire-salle-tdb.
           PERFORM rafraichir-alertes.
           IF jour-tdb NOT = jour-cloture-evalue
               PERFORM lire-cloture-veille
               MOVE jour-tdb TO jour-cloture-evalue
           END-IF.

       lire-cliche-tdb.
           MOVE 'N' TO cliche-valide.
           MOVE SPACES TO tdb-derniere-saisie.
           MOVE 'N' TO fin-tdb.
           OPEN INPUT FICHIER-CONTACTS.
           IF statut-contacts(1:1) = "0"
               READ FICHIER-CONTACTS NEXT RECORD
                   AT END MOVE 'O' TO fin-tdb
               END-READ
               PERFORM UNTIL fin-tdb = 'O'
                           AND CTC-SENS NOT = 'S'
                       ADD 1 TO tdb-visiteurs
                   END-IF
                   READ FICHIER-CONTACTS NEXT RECORD
                       AT END MOVE 'O' TO fin-tdb
                   END-READ
               END-PERFORM
           MOVE 'N' TO fin-tdb.
           OPEN INPUT HISTORIQUE-CALCULS.
           IF statut-tdb = "00"
               PERFORM sauter-entete-historique-tdb
               READ HISTORIQUE-CALCULS
                   AT END MOVE 'O' TO fin-tdb
               END-READ
           MOVE 'N' TO fin-tdb.
           OPEN INPUT FICHIER-CLASSEMENT.
           IF statut-tdb = "00"
               PERFORM sauter-entete-classement-tdb
               READ FICHIER-CLASSEMENT
                   AT END MOVE 'O' TO fin-tdb
               END-READ
               CLOSE FICHIER-BORD
           END-IF.

       *>Creneaux de la salle pas encore termines aujourd'hui, dans
       *>l'ordre du carnet (range par jour et heure de debut) :
       *>"Salle 0900-1030 1400-1500 1600-1700+2".
       lire-salle-tdb.
           MOVE SPACES TO tdb-salle.
           MOVE "Salle " TO tdb-salle.
           MOVE 7 TO pointeur-salle-tdb.
           MOVE 0 TO nb-salle-tdb.
           MOVE FUNCTION CURRENT-DATE(9:4) TO heure-tdb.
           MOVE 'N' TO fin-tdb.
           OPEN INPUT FICHIER-SALLE.
           IF statut-salle(1:1) = "0"
               READ FICHIER-SALLE
                   AT END MOVE 'O' TO fin-tdb
               END-READ
               PERFORM UNTIL fin-tdb = 'O'
                   IF RES-DATE = jour-tdb AND RES-FIN > heure-tdb
                       ADD 1 TO nb-salle-tdb
                       IF nb-salle-tdb <= 3
                           STRING RES-DEBUT "-" RES-FIN " "
                               DELIMITED BY SIZE INTO tdb-salle
                               WITH POINTER pointeur-salle-tdb
                       END-IF
                   END-IF
                   READ FICHIER-SALLE
                       AT END MOVE 'O' TO fin-tdb
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SALLE
           END-IF.
           IF nb-salle-tdb = 0
               MOVE SPACES TO tdb-salle
           END-IF.
           IF nb-salle-tdb > 3
               IF nb-salle-tdb > 12
                   MOVE 9 TO suite-salle-tdb
               ELSE
                   COMPUTE suite-salle-tdb = nb-salle-tdb - 3
               END-IF
               SUBTRACT 1 FROM pointeur-salle-tdb
               STRING "+" suite-salle-tdb
                   DELIMITED BY SIZE INTO tdb-salle
                   WITH POINTER pointeur-salle-tdb
           END-IF.

       *>Cloture du dernier jour ouvre avant aujourd'hui (jours de
       *>semaine fermes et feries de CALENDRIER.DAT passes, deux
       *>semaines au plus), d'apres CLOTURE-JOUR.DAT : la derniere
       *>ligne de chaque etape donne son etat. Fichier absent ou
       *>vide : la cloture guidee n'est pas en service, rien a dire.
       lire-cloture-veille.
           MOVE SPACES TO tdb-cloture.
           PERFORM charger-calendrier.
           MOVE jour-tdb TO date-veille.
           COMPUTE entier-veille =
               FUNCTION INTEGER-OF-DATE(date-veille).
           MOVE 'N' TO veille-ouverte.
           PERFORM VARYING pas-veille FROM 1 BY 1
                   UNTIL pas-veille > 14 OR veille-ouverte = 'O'
               SUBTRACT 1 FROM entier-veille
               PERFORM examiner-veille
           END-PERFORM.
           MOVE 'N' TO cloture-en-service.
           MOVE 'N' TO veille-close.
           MOVE SPACES TO veille-par.
           MOVE SPACES TO issues-veille.
           MOVE 'N' TO fin-tdb.
           OPEN INPUT FICHIER-CLOTURE.
           IF statut-cloture(1:1) = "0"
               READ FICHIER-CLOTURE
                   AT END MOVE 'O' TO fin-tdb
               END-READ
               PERFORM UNTIL fin-tdb = 'O'
                   MOVE 'O' TO cloture-en-service
                   IF CLJ-JOUR = date-veille
                       IF CLJ-ISSUE = 'C'
                           MOVE 'O' TO veille-close
                           MOVE CLJ-OPERATEUR TO veille-par
                       ELSE
                           IF CLJ-ETAPE IS NUMERIC AND CLJ-ETAPE > 0
                               MOVE CLJ-ISSUE
                                   TO issue-veille(CLJ-ETAPE)
                           END-IF
                       END-IF
                   END-IF
                   READ FICHIER-CLOTURE
                       AT END MOVE 'O' TO fin-tdb
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CLOTURE
           END-IF.
           IF cloture-en-service = 'O'
               MOVE 1 TO pointeur-cloture
               MOVE 'N' TO saut-annonce
               IF veille-close = 'O'
                   STRING "Cloture " date-veille(7:2) "/"
                       date-veille(5:2) " par "
                       DELIMITED BY SIZE
                       veille-par DELIMITED BY SPACE
                       INTO tdb-cloture WITH POINTER pointeur-cloture
               ELSE
                   STRING "Cloture " date-veille(7:2) "/"
                       date-veille(5:2) " NON FAITE"
                       DELIMITED BY SIZE
                       INTO tdb-cloture WITH POINTER pointeur-cloture
               END-IF
               PERFORM VARYING etape-veille FROM 1 BY 1
                       UNTIL etape-veille > 99
                   IF issue-veille(etape-veille) = 'S'
                       PERFORM noter-saut-veille
                   END-IF
               END-PERFORM
           END-IF.

       *>"saut" puis les numeros des etapes sautees tant qu'il y a
       *>la place ; un "+" en bout de bandeau dit qu'il en reste.
       noter-saut-veille.
           IF saut-annonce = 'N'
               IF pointeur-cloture <= 30
                   STRING " saut" DELIMITED BY SIZE
                       INTO tdb-cloture WITH POINTER pointeur-cloture
                   MOVE 'O' TO saut-annonce
               ELSE
                   MOVE "+" TO tdb-cloture(38:1)
               END-IF
           END-IF.
           IF saut-annonce = 'O'
               IF pointeur-cloture <= 35
                   MOVE etape-veille TO numero-saut
                   STRING " " numero-saut DELIMITED BY SIZE
                       INTO tdb-cloture WITH POINTER pointeur-cloture
               ELSE
                   IF tdb-cloture(38:1) = SPACE
                       MOVE "+" TO tdb-cloture(38:1)
                   END-IF
               END-IF
           END-IF.

       *>Jour ouvre : jour de semaine ouvert au calendrier et pas
       *>ferie (meme regle que PiloteNuit).
       examiner-veille.
           COMPUTE date-veille =
               FUNCTION DATE-OF-INTEGER(entier-veille).
           COMPUTE jsem = FUNCTION MOD(entier-veille - 1, 7) + 1.
           IF cal-j-ouvert(jsem) = 'O'
               MOVE 'O' TO veille-ouverte
           ELSE
               MOVE 'N' TO veille-ouverte
           END-IF.
           PERFORM VARYING fer FROM 1 BY 1 UNTIL fer > nb-feries
               IF jour-ferie-cal(fer) = date-veille
                   MOVE 'N' TO veille-ouverte
               END-IF
           END-PERFORM.

       COPY CALENDRIER-CHARGE.

       *>Evaluation des regles d'alerte (ControleAlertes ecrit
       *>l'etat courant et tient le journal des declenchements),
       *>puis relecture des deux premieres alertes pour le bandeau.
               *>AVANT le changement d'identite (le journal doit
               *>etre referme pour etre relu).
               COPY JOURNAL-FERMETURE.
               PERFORM avertir-prets-operateur
               PERFORM produire-consignes
               MOVE 'S' TO sens-pointage
               PERFORM pointer-operateur
           NOM-PROGRAMME-JRN BY "MenuPrincipal-sess"
           VALEUR-SAISIE BY valeur-session.

       *>Fin de session : les objets encore pretes a l'operateur
       *>sortant s'affichent avant qu'il ne quitte le poste.
       avertir-prets-operateur.
           MOVE 'O' TO genre-cherche.
           MOVE operateur-courant TO emprunteur-cherche.
           MOVE SPACES TO nom-emprunteur-cherche.
           IF emprunteur-cherche NOT = SPACES
               PERFORM chercher-prets-dehors
               IF nb-prets-dehors > 0
                   DISPLAY plage-prets-dehors
                   ACCEPT plage-prets-dehors
               END-IF
           END-IF.

       COPY PRETS-CONTROLE.

       *>Pose un pointage automatique (prise ou fin de poste) pour
       *>l'operateur de la session.
       pointer-operateur.
           MOVE 'N' TO fin-tdb.
           OPEN INPUT HISTORIQUE-CALCULS.
           IF statut-tdb = "00"
               PERFORM sauter-entete-historique-tdb
               READ HISTORIQUE-CALCULS
                   AT END MOVE 'O' TO fin-tdb
               END-READ
               CLOSE HISTORIQUE-CALCULS
           END-IF.

       *>Entete de dessin de l'historique (voir DESSIN-ZONE) : le
       *>menu ne s'arrete pas sur un dessin inattendu, c'est par lui
       *>qu'on atteint la conversion ; le compteur reste a zero
       *>(fin-tdb a 'O' avant la boucle) jusqu'a ce qu'elle soit
       *>faite.
       sauter-entete-historique-tdb.
           READ HISTORIQUE-CALCULS
               AT END
                   CLOSE HISTORIQUE-CALCULS
                   OPEN INPUT HISTORIQUE-CALCULS
                   MOVE 'O' TO fin-tdb
               NOT AT END
                   IF LIGNE-HISTORIQUE(1:41) NOT = entete-livre
                       MOVE 'O' TO fin-tdb
                   END-IF
           END-READ.

       *>Meme chose pour le classement.
       sauter-entete-classement-tdb.
           READ FICHIER-CLASSEMENT
               AT END
                   CLOSE FICHIER-CLASSEMENT
                   OPEN INPUT FICHIER-CLASSEMENT
                   MOVE 'O' TO fin-tdb
               NOT AT END
                   IF LIGNE-CLASSEMENT(1:41) NOT = entete-classement
                       MOVE 'O' TO fin-tdb
                   END-IF
           END-READ.

       COPY SPOOL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY spouler-consigne
           NOM-PROGRAMME-SPL BY "MenuPrincipal-quart"
