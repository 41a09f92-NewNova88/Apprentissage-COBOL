       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *>Mouvements des visiteurs, indexes sur le nom et
           *>l'horodatage avec le badge en cle secondaire, et
           *>occupation courante tenue a chaque mouvement : l'arrivee
           *>ne relit plus toute l'histoire de l'accueil pour compter
           *>les presents. OPTIONAL : le tout premier visiteur cree
           *>les fichiers au lieu d'echouer sur un fichier absent.
           COPY CONTACTS-FICHIER.
           COPY PRESENCES-FICHIER.
           *>Visiteurs attendus du jour (livraisons, representants,
           *>rendez-vous) : charges a l'arrivee pour signaler les
           *>visiteurs imprevus, et rapproches en fin de journee des
           *>arrivees reelles pour sortir la liste des attendus
           *>jamais venus. Un livreur attendu pour un fournisseur
           *>se voit proposer la reception de ses marchandises
           *>(CALL ReceptionLivraison).
           SELECT FICHIER-ATTENDUS ASSIGN TO "ATTENDUS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-attendus.
               FILE STATUS IS statut-limites.
           *>Sequence persistante des numeros de badge et feuille des
           *>badges emis (une ligne par remise, pour l'impression du
           *>coupon, numero suivi de sa cle de controle).
           SELECT FICHIER-SEQ-BADGES
               ASSIGN TO "BADGES-SEQUENCE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-seq-badges.
           SELECT OPTIONAL FICHIER-BADGES-EMIS
               ASSIGN TO "BADGES-EMIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-badges-emis.
           *>Liste de surveillance (personnes priees de ne plus
           *>revenir), relue a chaque arrivee avant la remise du
           *>badge ; un nom inscrit n'entre que sur la seconde
           *>signature d'un responsable (profil R), et l'alerte comme
           *>le passe-droit partent au journal.
           COPY SURVEILLANCE-FICHIER.
           COPY APPROBATION-FICHIER.
           COPY HOTE-FICHIER.
           COPY PRETS-FICHIER.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.
           COPY CLE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY CONTACTS-FD.

       COPY PRESENCES-FD.

       FD FICHIER-ATTENDUS.
       1 LIGNE-ATTENDU.
           2 ATT-DATE PIC 9(08).
           2 FILLER PIC X(01).
           2 ATT-NOM PIC X(25).
           2 FILLER PIC X(01).
           2 ATT-FOURNISSEUR PIC X(08).

       FD FICHIER-RAPPORT-ATT.
       1 LIGNE-RAPPORT-ATT PIC X(60).
           2 BDG-NOM PIC X(25).
           2 FILLER PIC X(01).
           2 BDG-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 BDG-CLE PIC 9(01).

       COPY SURVEILLANCE-FD.

       COPY APPROBATION-FD.

       COPY HOTE-FD.

       COPY PRETS-FD.

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       COPY CLE-FD.

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY JOURNAL-ETAT.
       COPY VERROU-ZONE.
       77 nom PIC x(25).
       77 statut-contacts PIC X(02).
       77 mouvement-ecrit PIC X(01) VALUE 'N'.
       77 statut-presences PIC X(02).
       *>Jour courant affiche dans la banniere partagee.
       77 BANNIERE-JOUR PIC 9(8).
       COPY BANNIERE-ZONE.
           88 ENCORE-UN-VISITEUR VALUE 'O'.
       77 sens-mouvement PIC x(01).

       *>Etat de presence lu dans l'occupation courante : une fiche
       *>par visiteur dans les murs, sans plafond de table.
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-CONTACTS VALUE 'O'.
       77 fin-presences PIC X(01) VALUE 'N'.
           88 PLUS-DE-PRESENCES VALUE 'O'.
       77 nb-presents PIC 9(3) VALUE 0.
       77 ligne-ecran PIC 99.
       77 touche PIC X(01).

       *>Attendus du jour, charges au lancement ; att-venu passe a O
       *>quand le visiteur se presente.
       77 attendu-trouve PIC X(01).
       77 jour-courant PIC X(08).
       77 nb-non-venus PIC 9(3) VALUE 0.
       *>Fournisseur livre par l'attendu qui vient d'arriver (blanc
       *>= pas de livraison) et reponse a l'offre de reception.
       77 fournisseur-attendu PIC X(08).
       77 reception-demandee PIC X(01).
       1 attendus-du-jour.
           2 attendu OCCURS 100.
               3 att-t-nom PIC X(25).
               3 att-venu PIC X(01).
               3 att-t-fournisseur PIC X(08).

       *>Limites de capacite (valeurs de l'assurance par defaut) et
       *>controle d'occupation a l'arrivee.
       77 arrivee-admise PIC X(01).
       77 superviseur-saisi PIC X(08).
       77 valeur-surpassement PIC X(20).
       *>Controle de la liste de surveillance a l'arrivee.
       COPY SURVEILLANCE-ZONE.
       COPY APPROBATION-ZONE.
       77 valeur-surveillance PIC X(20).
       *>Societe et hote du visiteur, portes par son mouvement.
       COPY HOTE-ZONE.
       77 societe-visiteur PIC X(30).
       77 hote-visite PIC X(08).
       *>Badge du mouvement en cours : attribue a l'arrivee depuis la
       *>sequence, demande en retour au depart. 0 = pas de badge
       *>(sequence occupee, ou badge perdu au depart).
       77 statut-seq-badges PIC X(02).
       77 statut-badges-emis PIC X(02).
       77 numero-badge PIC 9(06) VALUE 0.
       77 badge-rendu PIC 9(06) VALUE 0.
       *>Cle imprimee sur le coupon, controlee au rendu du badge.
       COPY CLE-ZONE.
       *>Dernier mouvement du badge en cours de lecture (les
       *>mouvements se lisent badge par badge sur la cle secondaire),
       *>pour la liste de fin de journee des badges encore dehors.
       77 badge-examine PIC 9(06) VALUE 0.
       77 nom-badge-examine PIC X(25).
       77 sens-badge-examine PIC X(01).
       77 horodatage-badge-examine PIC X(14).
       77 nb-badges-dehors PIC 9(3) VALUE 0.
       *>Evenement annonce au cliche du tableau de bord a chaque
       *>entree visiteur (via CALL NoteTableauBord).
       77 evenement-visite-tdb PIC X(01) VALUE 'V'.
       *>Cles et materiel encore dehors au nom du visiteur qui part.
       COPY PRETS-ZONE.

       SCREEN SECTION.
       COPY BANNIERE REPLACING NOM-PROGRAMME BY "InAndOut".
           2 PIC zz9 FROM nb-non-venus.
           2 LINE 3 COL 3 VALUE 'Detail : RAPPORT-ATTENDUS.DAT'.

       1 i-plg-reception.
           2 LINE 9 COL 3 VALUE 'Livraison de '.
           2 PIC X(08) FROM fournisseur-attendu.
           2 VALUE ' : reception des marchandises ? (O/N) : '.
           2 PIC X(01) TO reception-demandee REQUIRED.

       1 i-plg-encore.
           2 LINE 5 COL 3 VALUE 'Encore un visiteur ? (O/N) : '.
           2 PIC x(01) TO encore REQUIRED.
           2 PIC zz9 FROM nb-presents.
           2 VALUE ' dans les murs).'.

       1 i-plg-visite.
           2 LINE 7 COL 3 VALUE 'Societe : '.
           2 PIC X(30) USING societe-visiteur.
           2 LINE 8 COL 3 VALUE
               'Vient voir (operateur, vide = aucun) : '.
           2 PIC X(08) USING hote-saisi.

       1 o-plg-hote-inconnu.
           2 LINE 10 COL 3 VALUE
               'Operateur inconnu au fichier maitre : ressaisir.'.

       1 o-plg-surveille.
           2 LINE 10 COL 3 VALUE 'ALERTE : '.
           2 PIC X(25) FROM nom.
           2 VALUE ' est sur la liste de surveillance.'.
           2 LINE 11 COL 3 VALUE 'Motif : '.
           2 PIC X(40) FROM sur-t-motif(surveille-trouve).

       1 o-plg-surveille-refus.
           2 LINE 12 COL 3 VALUE
               'REFUS : pas d''entree ni de badge sans un responsable.'.

       COPY APPROBATION-ECRAN.

       1 i-plg-superviseur.
           2 LINE 8 COL 3 VALUE
               'Surpassement superviseur (vide = refus) : '.

       1 o-plg-badge.
           2 LINE 6 COL 3 VALUE 'Badge remis : '.
           2 PIC X(08) FROM numero-cle-edite.

       1 o-plg-badge-occupe.
           2 LINE 6 COL 3 VALUE
               'Numerotation des badges occupee : pas de badge.'.

       1 o-plg-mouvement-perdu.
           2 LINE 13 COL 3 VALUE
               'Mouvement NON enregistre (contacts indisponibles'.
           2 LINE 14 COL 3 VALUE
               'ou double validation) : a reprendre.'.

       1 i-plg-badge-retour.
           2 LINE 3 COL 3 VALUE 'Badge rendu (0 = perdu) : '.
           2 PIC 9(06) TO badge-rendu REQUIRED.
           2 VALUE '-'.
           2 PIC X(01) TO cle-saisie.

       1 o-plg-cle-refusee.
           2 LINE 4 COL 3 PIC X(60) FROM libelle-cle.

       1 o-plg-prets-dehors.
           2 LINE 5 COL 3 VALUE 'ATTENTION : '.
           2 PIC z9 FROM nb-prets-dehors.
           2 VALUE ' objet(s) prete(s) encore dehors :'.
           2 LINE 6 COL 3 PIC X(40) FROM liste-prets-dehors.
           2 LINE 7 COL 3 VALUE
               'Recuperer avant le depart (retour dans les prets).'.

       1 o-plg-ligne-badge.
           2 LINE ligne-ecran COL 3 PIC 9(06)
               FROM badge-examine.
           2 COL 11 PIC X(25) FROM nom-badge-examine.

       1 o-plg-nb-badges.
           2 LINE 2 COL 3 VALUE 'Badges encore dehors : '.
           2 PIC zz9 FROM nb-badges-dehors.

       1 o-plg-ligne-present.
           2 LINE ligne-ecran COL 3 PIC X(25) FROM OCC-NOM.

       1 o-plg-nb-presents.
           2 LINE 2 COL 3 VALUE 'Encore dans les murs : '.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "BADGES-EMIS.DAT"
           ENTETE-ATTENDU BY entete-badges.
       PERFORM charger-limites.
       MOVE FUNCTION CURRENT-DATE(1:8) TO BANNIERE-JOUR.
       IF TEXTE-BANNIERE-DATE = SPACES OR LOW-VALUES
       GOBACK.

       *>Accueil des visiteurs les uns apres les autres, comme avant,
       *>chaque arrivee laissant un mouvement E au fichier des
       *>mouvements pour pouvoir recharger les noms du jour dans le
       *>tableur de contacts du magasin.
       accueillir-visiteurs.
           MOVE 'O' TO encore.
           PERFORM UNTIL NOT ENCORE-UN-VISITEUR
               DISPLAY i-plg-nom
               ACCEPT i-plg-nom
               PERFORM journaliser-nom
               *>La liste de surveillance puis la capacite se
               *>controlent AVANT d'ecrire le mouvement et de remettre
               *>le badge : au plafond dur, seul le surpassement d'un
               *>superviseur (journalise) laisse entrer le visiteur.
               PERFORM controler-surveillance
               IF arrivee-admise = 'O'
                   PERFORM controler-capacite
               END-IF
               IF arrivee-admise = 'O'
                   DISPLAY o-plg-nom
                   PERFORM saisir-visite
                   PERFORM pointer-attendu
                   IF attendu-trouve NOT = 'O'
                       DISPLAY o-plg-imprevu
                   PERFORM attribuer-badge
                   MOVE 'E' TO sens-mouvement
                   PERFORM ecrire-mouvement
                   IF attendu-trouve = 'O'
                           AND fournisseur-attendu NOT = SPACES
                       PERFORM proposer-reception
                   END-IF
               END-IF
               DISPLAY i-plg-encore
               ACCEPT i-plg-encore
           END-PERFORM.

       *>Societe du visiteur et operateur qu'il vient voir ; un hote
       *>inconnu du fichier maitre se ressaisit (vide = aucun).
       saisir-visite.
           MOVE SPACES TO societe-visiteur.
           MOVE SPACES TO hote-saisi.
           MOVE 'N' TO hote-reconnu.
           PERFORM UNTIL HOTE-VALIDE
               DISPLAY i-plg-visite
               ACCEPT i-plg-visite
               PERFORM controler-hote
               IF NOT HOTE-VALIDE
                   DISPLAY o-plg-hote-inconnu
               END-IF
           END-PERFORM.
           MOVE hote-saisi TO hote-visite.

       *>Le livreur d'un fournisseur entre : sa livraison peut etre
       *>receptionnee tout de suite, sur une commande en cours de ce
       *>fournisseur. L'ecran d'accueil est redessine au retour.
       proposer-reception.
           MOVE 'N' TO reception-demandee.
           DISPLAY i-plg-reception.
           ACCEPT i-plg-reception.
           IF reception-demandee = 'O' OR reception-demandee = 'o'
               CALL 'ReceptionLivraison' USING fournisseur-attendu
                   ON EXCEPTION CONTINUE
               END-CALL
               CANCEL 'ReceptionLivraison'
               DISPLAY o-plg-nom
           END-IF.

       *>Depart d'un visiteur : son propre horodatage et un mouvement
       *>S, pour qu'un exercice d'evacuation sache qui est encore
       *>dans les murs.
           PERFORM journaliser-nom.
           *>Le badge se rend au depart : son numero part sur le
           *>mouvement S (0 = badge perdu, il restera dans la liste
           *>des badges dehors). La cle du coupon est controlee : un
           *>chiffre mal relu designerait le badge d'un autre.
           MOVE 'F' TO verdict-cle.
           PERFORM saisir-badge-rendu UNTIL CLE-ACCEPTEE.
           MOVE badge-rendu TO numero-badge.
           MOVE SPACES TO societe-visiteur.
           MOVE SPACES TO hote-visite.
           *>Un objet prete au badge (ou au nom, badge perdu) est
           *>encore dehors : on le signale avant de laisser partir.
           MOVE 'B' TO genre-cherche.
           MOVE SPACES TO emprunteur-cherche.
           IF badge-rendu > 0
               MOVE badge-rendu TO emprunteur-cherche
           END-IF.
           MOVE nom TO nom-emprunteur-cherche.
           PERFORM chercher-prets-dehors.
           IF nb-prets-dehors > 0
               DISPLAY o-plg-prets-dehors
               DISPLAY i-plg-pause
               ACCEPT i-plg-pause
           END-IF.
           DISPLAY o-plg-au-revoir.
           MOVE 'S' TO sens-mouvement.
           PERFORM ecrire-mouvement.

       saisir-badge-rendu.
           MOVE SPACE TO cle-saisie.
           DISPLAY i-plg-badge-retour.
           ACCEPT i-plg-badge-retour.
           IF badge-rendu = 0
               MOVE 'O' TO verdict-cle
           ELSE
               MOVE badge-rendu TO numero-cle
               PERFORM controler-cle-saisie
               IF NOT CLE-ACCEPTEE
                   DISPLAY o-plg-cle-refusee
               END-IF
           END-IF.

       *>Ajoute le mouvement courant (nom, sens, horodatage) au
       *>fichier des mouvements et tient l'occupation courante a
       *>jour. Le meme nom deux fois dans la meme seconde ne peut
       *>etre qu'une double validation : la cle la refuse. Un
       *>mouvement non ecrit (fichier indisponible ou cle refusee)
       *>est signale et ne touche pas a l'occupation courante.
       ecrire-mouvement.
           MOVE 'N' TO mouvement-ecrit.
           OPEN I-O FICHIER-CONTACTS.
           MOVE SPACES TO LIGNE-CONTACT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CTC-HORODATAGE.
           MOVE nom TO CTC-NOM.
           MOVE sens-mouvement TO CTC-SENS.
           MOVE numero-badge TO CTC-BADGE.
           MOVE societe-visiteur TO CTC-SOCIETE.
           MOVE hote-visite TO CTC-HOTE.
           IF statut-contacts(1:1) = "0"
               WRITE LIGNE-CONTACT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'O' TO mouvement-ecrit
               END-WRITE
               CLOSE FICHIER-CONTACTS
           END-IF.
           IF mouvement-ecrit NOT = 'O'
               DISPLAY o-plg-mouvement-perdu
               DISPLAY i-plg-pause
               ACCEPT i-plg-pause
           ELSE
               PERFORM tenir-presences
               *>Le cliche du tableau de bord avance sans relire le
               *>fichier des contacts entier.
               IF sens-mouvement NOT = 'S'
                   CALL 'NoteTableauBord'
                       USING evenement-visite-tdb CTC-HORODATAGE
                       ON EXCEPTION CONTINUE
                   END-CALL
               END-IF
           END-IF.
           MOVE 0 TO numero-badge.

       *>Occupation courante : la fiche du visiteur se cree a
       *>l'arrivee (ou se remplace, s'il etait reste inscrit d'une
       *>visite sans depart) et se retire a son depart.
       tenir-presences.
           OPEN I-O FICHIER-PRESENCES.
           IF statut-presences(1:1) = "0"
               MOVE SPACES TO LIGNE-PRESENCE
               MOVE nom TO OCC-NOM
               IF sens-mouvement = 'S'
                   DELETE FICHIER-PRESENCES RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               ELSE
                   MOVE CTC-HORODATAGE TO OCC-HORODATAGE
                   MOVE numero-badge TO OCC-BADGE
                   MOVE societe-visiteur TO OCC-SOCIETE
                   MOVE hote-visite TO OCC-HOTE
                   WRITE LIGNE-PRESENCE
                       INVALID KEY
                           REWRITE LIGNE-PRESENCE
                               INVALID KEY CONTINUE
                           END-REWRITE
                   END-WRITE
               END-IF
               CLOSE FICHIER-PRESENCES
           END-IF.

       *>Badge suivant de la sequence persistante, sous verrou (deux
               WRITE LIGNE-SEQ-BADGES
               CLOSE FICHIER-SEQ-BADGES
               PERFORM liberer-badges
               MOVE numero-badge TO numero-cle
               PERFORM calculer-cle-numero
               PERFORM poser-entete-badges
               OPEN EXTEND FICHIER-BADGES-EMIS
               MOVE SPACES TO LIGNE-BADGE-EMIS
               MOVE numero-badge TO BDG-NUMERO
               MOVE nom TO BDG-NOM
               MOVE FUNCTION CURRENT-DATE(1:14) TO BDG-HORODATAGE
               MOVE cle-numero TO BDG-CLE
               WRITE LIGNE-BADGE-EMIS
               CLOSE FICHIER-BADGES-EMIS
               DISPLAY o-plg-badge
           END-IF.

       *>Fin de journee : les badges dont le dernier mouvement est
       *>une entree sont encore dehors. Les mouvements se lisent sur
       *>la cle secondaire, badge par badge (0 = pas de badge, saute
       *>par le START) ; le plus recent de chaque badge decide.
       lister-badges-dehors.
           MOVE 0 TO nb-badges-dehors.
           MOVE 0 TO badge-examine.
           MOVE 'N' TO fin-fichier.
           DISPLAY plage-banniere.
           MOVE 3 TO ligne-ecran.
           OPEN INPUT FICHIER-CONTACTS.
           IF statut-contacts(1:1) = "0"
               MOVE 1 TO CTC-BADGE
               START FICHIER-CONTACTS KEY IS >= CTC-BADGE
                   INVALID KEY SET PLUS-DE-CONTACTS TO TRUE
               END-START
               PERFORM UNTIL PLUS-DE-CONTACTS
                   READ FICHIER-CONTACTS NEXT RECORD
                       AT END SET PLUS-DE-CONTACTS TO TRUE
                       NOT AT END PERFORM noter-badge
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONTACTS
           END-IF.
           PERFORM clore-badge.
           DISPLAY o-plg-nb-badges.
           DISPLAY i-plg-pause.
           ACCEPT i-plg-pause.

       noter-badge.
           IF CTC-BADGE NOT = badge-examine
               PERFORM clore-badge
               MOVE CTC-BADGE TO badge-examine
               MOVE LOW-VALUES TO horodatage-badge-examine
           END-IF.
           IF CTC-HORODATAGE >= horodatage-badge-examine
               MOVE CTC-HORODATAGE TO horodatage-badge-examine
               MOVE CTC-NOM TO nom-badge-examine
               IF CTC-SENS = 'S'
                   MOVE 'S' TO sens-badge-examine
               ELSE
                   MOVE 'E' TO sens-badge-examine
               END-IF
           END-IF.

       *>Le badge dont la lecture s'acheve est liste s'il est reste
       *>dehors.
       clore-badge.
           IF badge-examine > 0 AND sens-badge-examine = 'E'
               ADD 1 TO nb-badges-dehors
               IF ligne-ecran < 21
                   DISPLAY o-plg-ligne-badge
                   ADD 1 TO ligne-ecran
               END-IF
           END-IF.

               CLOSE FICHIER-LIMITES
           END-IF.

       *>Occupation courante : une fiche par present, lue sans
       *>rejouer les mouvements.
       compter-presents.
           MOVE 0 TO nb-presents.
           MOVE 'N' TO fin-presences.
           OPEN INPUT FICHIER-PRESENCES.
           *>OPTIONAL : un fichier absent s'ouvre quand meme (statut
           *>05) et doit etre referme, sinon l'OPEN suivant recoit 41.
           IF statut-presences(1:1) = "0"
               PERFORM UNTIL PLUS-DE-PRESENCES
                   READ FICHIER-PRESENCES NEXT RECORD
                       AT END SET PLUS-DE-PRESENCES TO TRUE
                       NOT AT END ADD 1 TO nb-presents
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PRESENCES
           END-IF.

       *>Controle de capacite a l'arrivee : avertissement au seuil
       *>d'alerte, refus au plafond dur sauf surpassement d'un
               END-IF
           END-IF.

       *>Un nom inscrit sur la liste de surveillance est arrete :
       *>alerte a l'ecran et au journal, puis entree seulement sur la
       *>seconde signature d'un responsable (profil R des que le
       *>fichier maitre est en service), elle aussi journalisee.
       controler-surveillance.
           MOVE 'O' TO arrivee-admise.
           PERFORM charger-surveillance.
           MOVE nom TO nom-surveille-cherche.
           PERFORM chercher-surveille.
           IF surveille-trouve > 0
               DISPLAY o-plg-surveille
               MOVE SPACES TO valeur-surveillance
               STRING "SURVEIL " nom(1:12)
                   DELIMITED BY SIZE INTO valeur-surveillance
               PERFORM journaliser-surveillance
               PERFORM demander-approbation
               IF APPROBATION-ACCORDEE
                   PERFORM controler-profil-approbateur
               END-IF
               IF APPROBATION-ACCORDEE
                   MOVE valeur-approbation TO valeur-surveillance
                   PERFORM journaliser-surveillance
               ELSE
                   MOVE 'N' TO arrivee-admise
                   DISPLAY o-plg-surveille-refus
               END-IF
           END-IF.

       *>Le passe-droit revient au responsable : l'approbateur doit
       *>avoir le profil R au fichier maitre (fichier absent, la
       *>seconde signature suffit, comme ailleurs).
       controler-profil-approbateur.
           MOVE 'N' TO fin-approbation.
           OPEN INPUT FICHIER-APPROBATION.
           IF statut-approbation = "00"
               MOVE 'N' TO approbation-obtenue
               READ FICHIER-APPROBATION
                   AT END MOVE 'O' TO fin-approbation
               END-READ
               PERFORM UNTIL fin-approbation = 'O'
                   IF FUNCTION UPPER-CASE(APP-ID) = approbateur-saisi
                           AND APP-PROFIL = 'R'
                       MOVE 'O' TO approbation-obtenue
                   END-IF
                   READ FICHIER-APPROBATION
                       AT END MOVE 'O' TO fin-approbation
                   END-READ
               END-PERFORM
               CLOSE FICHIER-APPROBATION
           END-IF.

       *>Liste des visiteurs entres et jamais ressortis, dans
       *>l'ordre des noms de l'occupation courante.
       lister-presents.
           MOVE 3 TO ligne-ecran.
           MOVE 0 TO nb-presents.
           MOVE 'N' TO fin-presences.
           OPEN INPUT FICHIER-PRESENCES.
           IF statut-presences(1:1) = "0"
               PERFORM UNTIL PLUS-DE-PRESENCES
                   READ FICHIER-PRESENCES NEXT RECORD
                       AT END SET PLUS-DE-PRESENCES TO TRUE
                       NOT AT END
                           ADD 1 TO nb-presents
                           IF ligne-ecran < 21
                               DISPLAY o-plg-ligne-present
                               ADD 1 TO ligne-ecran
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PRESENCES
           END-IF.
           DISPLAY o-plg-nb-presents.
           DISPLAY i-plg-pause.
           ACCEPT i-plg-pause.

       *>Chargement des attendus du jour.
       charger-attendus.
           MOVE 'N' TO fin-attendus.
                           AND nb-attendus < 100
                       ADD 1 TO nb-attendus
                       MOVE ATT-NOM TO att-t-nom(nb-attendus)
                       MOVE ATT-FOURNISSEUR
                           TO att-t-fournisseur(nb-attendus)
                       MOVE 'N' TO att-venu(nb-attendus)
                   END-IF
                   READ FICHIER-ATTENDUS
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-CONTACTS.
           IF statut-contacts(1:1) = "0"
               PERFORM UNTIL PLUS-DE-CONTACTS
                   READ FICHIER-CONTACTS NEXT RECORD
                       AT END SET PLUS-DE-CONTACTS TO TRUE
                       NOT AT END
                           IF CTC-HORODATAGE(1:8) = jour-courant
                                   AND CTC-SENS NOT = 'S'
                               MOVE CTC-NOM TO nom
                               PERFORM pointer-attendu
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONTACTS

       *>Pointe l'attendu correspondant au nom courant (comparaison
       *>sans casse ni blancs de queue) ; attendu-trouve reste a N
       *>pour un visiteur imprevu. fournisseur-attendu garde le
       *>fournisseur livre par l'attendu pointe.
       pointer-attendu.
           MOVE 'N' TO attendu-trouve.
           MOVE SPACES TO fournisseur-attendu.
           PERFORM VARYING ia FROM 1 BY 1 UNTIL ia > nb-attendus
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(att-t-nom(ia)))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(nom))
                   MOVE 'O' TO att-venu(ia)
                   MOVE 'O' TO attendu-trouve
                   IF att-t-fournisseur(ia) NOT = SPACES
                       MOVE att-t-fournisseur(ia) TO fournisseur-attendu
                   END-IF
               END-IF
           END-PERFORM.

           NOM-PROGRAMME-JRN BY "InAndOut-capacite"
           VALEUR-SAISIE BY valeur-surpassement.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-surveillance
           NOM-PROGRAMME-JRN BY "InAndOut-surveil"
           VALEUR-SAISIE BY valeur-surveillance.

       COPY SURVEILLANCE-CHARGE.

       COPY HOTE-CONTROLE.

       COPY PRETS-CONTROLE.

       COPY APPROBATION-PRISE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-badges
           NOM-FICHIER-VERROU BY "VERROU-BADGES.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-badges.

       COPY CLE-CALCUL.

       COPY DESSIN-POSE
           REPLACING NOM-PARAGRAPHE BY poser-entete-badges
           FICHIER-DESSIN BY FICHIER-BADGES-EMIS
           LIGNE-DESSIN BY LIGNE-BADGE-EMIS
           STATUT-DESSIN BY statut-badges-emis
           ENTETE-DESSIN BY entete-badges.
