      *>Tableau de bord mensuel des operateurs, pour l'entretien du
      *>responsable avec chacun : jusqu'ici rien de chiffre sur la
      *>table, alors que tout est deja ecrit quelque part. Pour le
      *>mois demande et pour chaque operateur : tickets et valeur
      *>encaissee par heure travaillee (postes T CAISSE/CLIENTS de
      *>CALCULSOMME-LOG.DAT rapportes aux heures de POINTAGES.DAT),
      *>taux de correction (contre-passations, reprises de rejets
      *>et corrections de pointage parmi ses lignes de
      *>JOURNAL-SAISIES.DAT), part des rejets de lot
      *>(REJETS-HISTO.DAT), ecart de caisse cumule
      *>(ECARTS-CAISSE.DAT), sessions de formation ouvertes a son
      *>nom et passages au menu (USAGE-MENU.DAT). Chaque chiffre est
      *>mis en regard de la moyenne du magasin : le ratio des
      *>totaux pour les taux et les chiffres par heure (sur les
      *>operateurs qui ont pointe), la moyenne par operateur pour
      *>les cumuls et les comptes, la part egale pour les rejets.
      *>Le mode formation et les ecritures hors session (FORMATIO,
      *>INCONNU) ne comptent pour personne. L'etat
      *>RAPPORT-OPERATEURS-<horo>.DAT s'inscrit au catalogue des
      *>rapports. Reserve au responsable (profil R) des que le
      *>fichier maitre des operateurs est en service. Lecture seule.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TableauOperateurs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHIER-USAGE ASSIGN TO "USAGE-MENU.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-usage.
           SELECT OPTIONAL FICHIER-JOURNAL
               ASSIGN TO "JOURNAL-SAISIES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-journal.
           SELECT OPTIONAL HISTORIQUE-CALCULS
               ASSIGN TO "CALCULSOMME-LOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-historique.
           COPY REJET-HISTO-FICHIER.
           SELECT OPTIONAL FICHIER-ECARTS
               ASSIGN TO "ECARTS-CAISSE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-ecarts.
           SELECT OPTIONAL FICHIER-POINTAGES
               ASSIGN TO "POINTAGES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-pointages.
           SELECT FICHIER-MAITRE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-maitre.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       *>Meme dessin que l'utilisation notee par MenuPrincipal.
       FD FICHIER-USAGE.
       1 LIGNE-USAGE.
           2 UTI-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 UTI-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 UTI-OPTION PIC 99.
           2 FILLER PIC X(01).
           2 UTI-EVENEMENT PIC X(01).

       COPY JOURNAL-FD.

       *>Meme dessin que l'historique de CALCULSOMME.
       FD HISTORIQUE-CALCULS.
       1 LIGNE-HISTORIQUE.
           2 HIST-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 HIST-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 HIST-PARAM1 PIC X(04).
           2 FILLER PIC X(01).
           2 HIST-OPERATION PIC X(01).
           2 FILLER PIC X(01).
           2 HIST-PARAM2 PIC X(04).
           2 FILLER PIC X(01).
           2 HIST-RESULTAT PIC X(13).
           2 FILLER PIC X(01).
           2 HIST-TOTAL PIC X(14).
           2 FILLER PIC X(01).
           2 HIST-COMPTE PIC X(08).
           2 FILLER PIC X(01).
           2 HIST-REFERENCE PIC X(16).

       COPY REJET-HISTO-FD.

       *>Meme dessin que l'historique de ReconciliationCaisse.
       FD FICHIER-ECARTS.
       1 LIGNE-ECART.
           2 ECA-DATE PIC 9(08).
           2 FILLER PIC X(01).
           2 ECA-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 ECA-ECART PIC X(10).

       *>Meme dessin que les pointages de PointagePersonnel.
       FD FICHIER-POINTAGES.
       1 LIGNE-POINTAGE.
           2 PTG-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 PTG-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 PTG-SENS PIC X(01).
           2 FILLER PIC X(01).
           2 PTG-ORIGINE PIC X(01).

       FD FICHIER-MAITRE.
       1 LIGNE-MAITRE PIC X(44).

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       COPY OPERATEUR.
       77 statut-usage PIC X(02).
       77 statut-journal PIC X(02).
       77 statut-historique PIC X(02).
       77 statut-ecarts PIC X(02).
       77 statut-pointages PIC X(02).
       77 statut-maitre PIC X(02).
       77 maitre-en-place PIC X(01) VALUE 'N'.
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.
       77 touche PIC X(01).
       77 message-fait PIC X(60).
       77 mois-saisi PIC X(06) VALUE SPACES.
       77 mois-valide PIC X(01).
       77 jour-lendemain PIC 9(08).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.

       *>Une ligne par operateur vu dans le mois ; DEPENDING ON pour
       *>le SORT. Table pleine : le surplus n'est attribue a
       *>personne (un chiffre personnel ne se cumule pas chez un
       *>autre) et l'ecran le signale.
       77 nb-operateurs PIC 9(3) VALUE 0.
       77 op PIC 9(3).
       77 operateur-cherche PIC X(08).
       77 operateur-trouve PIC 9(3).
       77 table-pleine PIC X(01) VALUE 'N'.
       1 tableau-operateurs.
           2 activite-operateur OCCURS 1 TO 100
                   DEPENDING ON nb-operateurs.
               3 tab-operateur PIC X(08).
               3 tab-minutes PIC 9(07).
               3 tab-tickets PIC 9(06).
               3 tab-valeur PIC S9(09)V99.
               3 tab-dernier-ticket PIC X(16).
               3 tab-saisies PIC 9(06).
               3 tab-corrections PIC 9(06).
               3 tab-rejets PIC 9(06).
               3 tab-ecart-net PIC S9(07)V99.
               3 tab-ecart-absolu PIC 9(07)V99.
               3 tab-sessions PIC 9(04).
               3 tab-passages PIC 9(06).

       *>Pointages du mois, remis dans l'ordre operateur puis
       *>horodatage comme pour l'extrait de paie.
       77 nb-pointages PIC 9(4) VALUE 0.
       77 pg PIC 9(4).
       1 pointages-mois.
           2 pointage OCCURS 1 TO 6000 DEPENDING ON nb-pointages.
               3 tpg-operateur PIC X(08).
               3 tpg-horodatage PIC X(14).
               3 tpg-sens PIC X(01).

       *>Appariement E/S : poste ouvert de l'operateur en cours.
       77 operateur-rupture PIC X(08).
       77 poste-ouvert PIC X(01).
       77 minute-entree PIC 9(10).
       77 minute-mouvement PIC 9(10).
       77 entier-jour PIC 9(08).
       77 heure-m PIC 9(02).
       77 minute-m PIC 9(02).

       77 montant-lu PIC S9(09)V99.
       *>Numerateur des ratios, porte a quatre decimales avant la
       *>division : un compte entier divise tel quel perd ses
       *>decimales dans le resultat intermediaire.
       77 quantite-calcul PIC S9(11)V9(04).
       77 ecart-lu PIC S9(07)V99.

       *>Totaux du magasin, et la part des operateurs qui ont pointe
       *>pour les chiffres par heure.
       77 tot-minutes PIC 9(09) VALUE 0.
       77 tot-tickets-pointes PIC 9(08) VALUE 0.
       77 tot-valeur-pointee PIC S9(11)V99 VALUE 0.
       77 tot-saisies PIC 9(08) VALUE 0.
       77 tot-corrections PIC 9(08) VALUE 0.
       77 tot-rejets PIC 9(08) VALUE 0.
       77 tot-ecart-net PIC S9(09)V99 VALUE 0.
       77 tot-ecart-absolu PIC 9(09)V99 VALUE 0.
       77 tot-sessions PIC 9(06) VALUE 0.
       77 tot-passages PIC 9(08) VALUE 0.

       *>Moyennes du magasin, calculees une fois avant l'edition.
       1 moyennes-magasin.
           2 moy-tickets-heure PIC S9(07)V99.
           2 moy-valeur-heure PIC S9(07)V99.
           2 moy-taux-correction PIC S9(07)V99.
           2 moy-part-rejets PIC S9(07)V99.
           2 moy-ecart-net PIC S9(07)V99.
           2 moy-ecart-absolu PIC S9(07)V99.
           2 moy-sessions PIC S9(07)V99.
           2 moy-passages PIC S9(07)V99.

       *>Une ligne d'indicateur : libelle, chiffre de l'operateur
       *>(n/d quand il n'a pas de base), moyenne du magasin.
       77 libelle-indicateur PIC X(30).
       77 valeur-operateur PIC S9(07)V99.
       77 valeur-magasin PIC S9(07)V99.
       77 valeur-definie PIC X(01).
       77 valeur-edit PIC -(7)9.99.
       77 magasin-edit PIC -(7)9.99.
       77 heures-edit PIC zzzz9.99.

       SCREEN SECTION.
       1 plage-refus-profil.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Ecran reserve au responsable (profil R).'.

       1 plage-saisie-mois.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Tableau de bord des operateurs'.
           2 LINE 3 COL 1 VALUE
               'Mois AAAAMM (vide = courant) : '.
           2 PIC X(06) TO mois-saisi.

       1 plage-fini.
           2 LINE 5 COL 1 VALUE 'Etat genere : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 6 COL 1 VALUE 'Operateurs  : '.
           2 PIC zz9 FROM nb-operateurs.

       1 plage-table-pleine.
           2 LINE 8 COL 1 VALUE
               'Plus de 100 operateurs : etat tronque, a verifier.'.

       1 plage-fait.
           2 LINE 20 COL 1 PIC X(60) FROM message-fait.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "CALCULSOMME-LOG.DAT"
           ENTETE-ATTENDU BY entete-livre.
       *>Des chiffres personnels sur chaque operateur : seul le
       *>profil R les consulte.
       PERFORM controler-maitre.
       IF maitre-en-place = 'O' AND profil-operateur NOT = 'R'
           DISPLAY plage-refus-profil
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.

       PERFORM saisir-mois.
       IF mois-valide = 'O'
           PERFORM charger-pointages
           PERFORM cumuler-heures
           PERFORM cumuler-tickets
           PERFORM cumuler-journal
           PERFORM cumuler-rejets
           PERFORM cumuler-ecarts
           PERFORM cumuler-usage
           IF nb-operateurs > 1
               SORT activite-operateur ASCENDING tab-operateur
           END-IF
           PERFORM calculer-moyennes
           MOVE SPACES TO nom-rapport
           STRING "RAPPORT-OPERATEURS-" FUNCTION CURRENT-DATE(1:14)
               ".DAT" DELIMITED BY SIZE INTO nom-rapport
           OPEN OUTPUT FICHIER-ETAT
           PERFORM editer-etat
           CLOSE FICHIER-ETAT
           PERFORM cataloguer-rapport
           DISPLAY plage-fini
           IF table-pleine = 'O'
               DISPLAY plage-table-pleine
           END-IF
           DISPLAY plage-pause
           ACCEPT plage-pause
       END-IF.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le sous-menu des outils.
       GOBACK.

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

       saisir-mois.
           MOVE SPACES TO mois-saisi.
           DISPLAY plage-saisie-mois.
           ACCEPT plage-saisie-mois.
           IF mois-saisi = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO mois-saisi
           END-IF.
           MOVE 'O' TO mois-valide.
           IF mois-saisi IS NOT NUMERIC
               MOVE 'N' TO mois-valide
           ELSE
               IF mois-saisi(5:2) < "01" OR mois-saisi(5:2) > "12"
                   MOVE 'N' TO mois-valide
               END-IF
           END-IF.
           IF mois-valide NOT = 'O'
               MOVE "Mois invalide (AAAAMM)." TO message-fait
               DISPLAY plage-fait
               DISPLAY plage-pause
               ACCEPT plage-pause
           END-IF.

       *>Operateur dans le tableau, ajoute au besoin ; 0 pour les
       *>ecritures qui ne sont a personne (blanc, INCONNU, FORMATIO)
       *>ou quand la table est pleine.
       chercher-operateur.
           MOVE FUNCTION UPPER-CASE(operateur-cherche)
               TO operateur-cherche.
           MOVE 0 TO operateur-trouve.
           IF operateur-cherche NOT = SPACES
                   AND operateur-cherche NOT = LOW-VALUES
                   AND operateur-cherche NOT = "INCONNU"
                   AND operateur-cherche NOT = "FORMATIO"
               PERFORM VARYING op FROM 1 BY 1
                       UNTIL op > nb-operateurs
                           OR operateur-trouve > 0
                   IF tab-operateur(op) = operateur-cherche
                       MOVE op TO operateur-trouve
                   END-IF
               END-PERFORM
               IF operateur-trouve = 0
                   PERFORM ajouter-operateur
               END-IF
           END-IF.

       ajouter-operateur.
           IF nb-operateurs < 100
               ADD 1 TO nb-operateurs
               MOVE nb-operateurs TO operateur-trouve
               INITIALIZE activite-operateur(operateur-trouve)
               MOVE operateur-cherche TO tab-operateur(operateur-trouve)
           ELSE
               MOVE 'O' TO table-pleine
           END-IF.

       *>Pointages du mois, plus les sorties du lendemain du dernier
       *>jour (un poste de nuit compte au mois de son entree).
       charger-pointages.
           IF mois-saisi(5:2) = "12"
               COMPUTE jour-lendemain =
                   (FUNCTION NUMVAL(mois-saisi(1:4)) + 1) * 10000
                   + 101
           ELSE
               COMPUTE jour-lendemain =
                   FUNCTION NUMVAL(mois-saisi) * 100 + 101
           END-IF.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-POINTAGES.
           IF statut-pointages(1:1) = "0"
               READ FICHIER-POINTAGES
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF PTG-HORODATAGE(1:12) IS NUMERIC
                           AND PTG-OPERATEUR NOT = "FORMATIO"
                           AND (PTG-HORODATAGE(1:6) = mois-saisi
                           OR (PTG-SENS = 'S'
                           AND PTG-HORODATAGE(1:8) = jour-lendemain))
                       PERFORM charger-un-pointage
                   END-IF
                   READ FICHIER-POINTAGES
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-POINTAGES
           END-IF.
           IF nb-pointages > 1
               SORT pointage ASCENDING tpg-operateur tpg-horodatage
           END-IF.

       charger-un-pointage.
           IF nb-pointages < 6000
               ADD 1 TO nb-pointages
               MOVE FUNCTION UPPER-CASE(PTG-OPERATEUR)
                   TO tpg-operateur(nb-pointages)
               MOVE PTG-HORODATAGE TO tpg-horodatage(nb-pointages)
               MOVE PTG-SENS TO tpg-sens(nb-pointages)
           ELSE
               MOVE 'O' TO table-pleine
           END-IF.

       *>Heures travaillees : chaque entree du mois suivie d'une
       *>sortie du meme operateur fait un poste ; une entree sans
       *>sortie ne compte pas.
       cumuler-heures.
           MOVE SPACES TO operateur-rupture.
           MOVE 'N' TO poste-ouvert.
           PERFORM VARYING pg FROM 1 BY 1 UNTIL pg > nb-pointages
               IF tpg-operateur(pg) NOT = operateur-rupture
                   MOVE 'N' TO poste-ouvert
                   MOVE tpg-operateur(pg) TO operateur-rupture
                   MOVE tpg-operateur(pg) TO operateur-cherche
                   PERFORM chercher-operateur
               END-IF
               PERFORM calculer-minute-pointage
               IF tpg-sens(pg) = 'E'
                   IF tpg-horodatage(pg)(1:6) = mois-saisi
                       MOVE 'O' TO poste-ouvert
                       MOVE minute-mouvement TO minute-entree
                   END-IF
               ELSE
                   IF poste-ouvert = 'O' AND operateur-trouve > 0
                       COMPUTE tab-minutes(operateur-trouve) =
                           tab-minutes(operateur-trouve)
                           + minute-mouvement - minute-entree
                   END-IF
                   MOVE 'N' TO poste-ouvert
               END-IF
           END-PERFORM.

       calculer-minute-pointage.
           COMPUTE entier-jour = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(tpg-horodatage(pg)(1:8))).
           MOVE tpg-horodatage(pg)(9:2) TO heure-m.
           MOVE tpg-horodatage(pg)(11:2) TO minute-m.
           COMPUTE minute-mouvement = entier-jour * 1440
               + heure-m * 60 + minute-m.

       *>Tickets encaisses : postes T sur CAISSE ou CLIENTS portant
       *>une reference TICKET, comme au rapprochement. Les postes
       *>d'un meme ticket se suivent : un ticket ne compte qu'une
       *>fois ; la valeur est la somme des postes (les
       *>remboursements, negatifs, la diminuent).
       cumuler-tickets.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT HISTORIQUE-CALCULS.
           IF statut-historique = "00"
               PERFORM sauter-entete-historique
               READ HISTORIQUE-CALCULS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF HIST-HORODATAGE(1:6) = mois-saisi
                           AND HIST-OPERATION = 'T'
                           AND (HIST-COMPTE = "CAISSE"
                               OR HIST-COMPTE = "CLIENTS")
                           AND HIST-REFERENCE(1:7) = "TICKET "
                       PERFORM compter-poste-ticket
                   END-IF
                   READ HISTORIQUE-CALCULS
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTORIQUE-CALCULS
           END-IF.

       compter-poste-ticket.
           MOVE HIST-OPERATEUR TO operateur-cherche.
           PERFORM chercher-operateur.
           IF operateur-trouve > 0
               MOVE 0 TO montant-lu
               IF FUNCTION TEST-NUMVAL(HIST-RESULTAT) = 0
                   COMPUTE montant-lu = FUNCTION NUMVAL(HIST-RESULTAT)
               END-IF
               ADD montant-lu TO tab-valeur(operateur-trouve)
               IF HIST-REFERENCE
                       NOT = tab-dernier-ticket(operateur-trouve)
                   MOVE HIST-REFERENCE
                       TO tab-dernier-ticket(operateur-trouve)
                   IF montant-lu >= 0
                       ADD 1 TO tab-tickets(operateur-trouve)
                   END-IF
               END-IF
           END-IF.

       *>Saisies et corrections : toute ligne du journal compte
       *>comme saisie ; sont des corrections la contre-passation
       *>elle-meme (pas la ligne de seconde signature), la ligne
       *>corrigee d'une reprise de rejet et la correction d'un
       *>pointage. Les lignes FORMATIO ne sont a personne, mais la
       *>ligne FORMATION posee a l'ouverture d'une session
       *>d'entrainement compte une session a l'operateur qu'elle
       *>nomme.
       cumuler-journal.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-JOURNAL.
           IF statut-journal = "00"
               READ FICHIER-JOURNAL
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF JRN-HORODATAGE(1:6) = mois-saisi
                       PERFORM compter-ligne-journal
                   END-IF
                   READ FICHIER-JOURNAL
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-JOURNAL
           END-IF.

       compter-ligne-journal.
           IF JRN-OPERATEUR = "FORMATIO"
               IF JRN-VALEUR(1:10) = "FORMATION "
                   MOVE JRN-VALEUR(11:8) TO operateur-cherche
                   PERFORM chercher-operateur
                   IF operateur-trouve > 0
                       ADD 1 TO tab-sessions(operateur-trouve)
                   END-IF
               END-IF
           ELSE
               MOVE JRN-OPERATEUR TO operateur-cherche
               PERFORM chercher-operateur
               IF operateur-trouve > 0
                   ADD 1 TO tab-saisies(operateur-trouve)
                   IF (JRN-PROGRAMME = "ContrePassation"
                           AND JRN-VALEUR(1:12) NOT = "APPROBATION ")
                           OR JRN-PROGRAMME = "ReparRejets-apres"
                           OR JRN-PROGRAMME = "PointagePersonnel"
                       ADD 1 TO tab-corrections(operateur-trouve)
                   END-IF
               END-IF
           END-IF.

       *>Rejets de lot du mois, a l'operateur qui a lance le passage.
       cumuler-rejets.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-REJETS-HISTO.
           READ FICHIER-REJETS-HISTO
               AT END SET PLUS-DE-LIGNES TO TRUE
           END-READ.
           PERFORM UNTIL PLUS-DE-LIGNES
               IF RJH-HORODATAGE(1:6) = mois-saisi
                   MOVE RJH-OPERATEUR TO operateur-cherche
                   PERFORM chercher-operateur
                   IF operateur-trouve > 0
                       ADD 1 TO tab-rejets(operateur-trouve)
                   END-IF
               END-IF
               READ FICHIER-REJETS-HISTO
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FICHIER-REJETS-HISTO.

       *>Ecarts de caisse du mois : cumul signe (un manque et un
       *>surplus se compensent) et cumul en valeur absolue.
       cumuler-ecarts.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-ECARTS.
           IF statut-ecarts = "00"
               READ FICHIER-ECARTS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF ECA-DATE(1:6) = mois-saisi
                       PERFORM compter-ecart
                   END-IF
                   READ FICHIER-ECARTS
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ECARTS
           END-IF.

       compter-ecart.
           MOVE ECA-OPERATEUR TO operateur-cherche.
           PERFORM chercher-operateur.
           IF operateur-trouve > 0
                   AND FUNCTION TEST-NUMVAL(ECA-ECART) = 0
               COMPUTE ecart-lu = FUNCTION NUMVAL(ECA-ECART)
               ADD ecart-lu TO tab-ecart-net(operateur-trouve)
               ADD FUNCTION ABS(ecart-lu)
                   TO tab-ecart-absolu(operateur-trouve)
           END-IF.

       *>Passages au menu : les departs (evenement D) du mois.
       cumuler-usage.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-USAGE.
           IF statut-usage = "00"
               READ FICHIER-USAGE
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF UTI-HORODATAGE(1:6) = mois-saisi
                           AND UTI-EVENEMENT = 'D'
                       MOVE UTI-OPERATEUR TO operateur-cherche
                       PERFORM chercher-operateur
                       IF operateur-trouve > 0
                           ADD 1 TO tab-passages(operateur-trouve)
                       END-IF
                   END-IF
                   READ FICHIER-USAGE
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-USAGE
           END-IF.

       *>Totaux puis moyennes du magasin : ratio des totaux pour
       *>les taux et les chiffres par heure (operateurs qui ont
       *>pointe seulement), moyenne par operateur pour le reste, part
       *>egale pour les rejets.
       calculer-moyennes.
           PERFORM VARYING op FROM 1 BY 1 UNTIL op > nb-operateurs
               IF tab-minutes(op) > 0
                   ADD tab-minutes(op) TO tot-minutes
                   ADD tab-tickets(op) TO tot-tickets-pointes
                   ADD tab-valeur(op) TO tot-valeur-pointee
               END-IF
               ADD tab-saisies(op) TO tot-saisies
               ADD tab-corrections(op) TO tot-corrections
               ADD tab-rejets(op) TO tot-rejets
               ADD tab-ecart-net(op) TO tot-ecart-net
               ADD tab-ecart-absolu(op) TO tot-ecart-absolu
               ADD tab-sessions(op) TO tot-sessions
               ADD tab-passages(op) TO tot-passages
           END-PERFORM.
           INITIALIZE moyennes-magasin.
           IF tot-minutes > 0
               MOVE tot-tickets-pointes TO quantite-calcul
               COMPUTE moy-tickets-heure ROUNDED =
                   quantite-calcul * 60 / tot-minutes
               MOVE tot-valeur-pointee TO quantite-calcul
               COMPUTE moy-valeur-heure ROUNDED =
                   quantite-calcul * 60 / tot-minutes
           END-IF.
           IF tot-saisies > 0
               MOVE tot-corrections TO quantite-calcul
               COMPUTE moy-taux-correction ROUNDED =
                   quantite-calcul * 100 / tot-saisies
           END-IF.
           IF nb-operateurs > 0
               IF tot-rejets > 0
                   MOVE 100 TO quantite-calcul
                   COMPUTE moy-part-rejets ROUNDED =
                       quantite-calcul / nb-operateurs
               END-IF
               MOVE tot-ecart-net TO quantite-calcul
               COMPUTE moy-ecart-net ROUNDED =
                   quantite-calcul / nb-operateurs
               MOVE tot-ecart-absolu TO quantite-calcul
               COMPUTE moy-ecart-absolu ROUNDED =
                   quantite-calcul / nb-operateurs
               MOVE tot-sessions TO quantite-calcul
               COMPUTE moy-sessions ROUNDED =
                   quantite-calcul / nb-operateurs
               MOVE tot-passages TO quantite-calcul
               COMPUTE moy-passages ROUNDED =
                   quantite-calcul / nb-operateurs
           END-IF.

       editer-etat.
           MOVE SPACES TO LIGNE-ETAT.
           STRING "Tableau de bord des operateurs, mois "
               mois-saisi(5:2) "/" mois-saisi(1:4)
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE tot-minutes TO quantite-calcul.
           COMPUTE heures-edit ROUNDED = quantite-calcul / 60.
           STRING "Operateurs : " nb-operateurs
               "   heures pointees du magasin : " heures-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING op FROM 1 BY 1 UNTIL op > nb-operateurs
               PERFORM editer-operateur
           END-PERFORM.

       editer-operateur.
           MOVE tab-minutes(op) TO quantite-calcul.
           COMPUTE heures-edit ROUNDED = quantite-calcul / 60.
           STRING "Operateur " tab-operateur(op)
               "   heures travaillees : " heures-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE "Operateur" TO LIGNE-ETAT(36:).
           MOVE "Magasin" TO LIGNE-ETAT(52:).
           PERFORM ecrire-ligne-etat.

           MOVE "Tickets par heure" TO libelle-indicateur.
           MOVE moy-tickets-heure TO valeur-magasin.
           MOVE 'N' TO valeur-definie.
           IF tab-minutes(op) > 0
               MOVE tab-tickets(op) TO quantite-calcul
               COMPUTE valeur-operateur ROUNDED =
                   quantite-calcul * 60 / tab-minutes(op)
               MOVE 'O' TO valeur-definie
           END-IF.
           PERFORM editer-indicateur.

           MOVE "Valeur encaissee par heure" TO libelle-indicateur.
           MOVE moy-valeur-heure TO valeur-magasin.
           MOVE 'N' TO valeur-definie.
           IF tab-minutes(op) > 0
               MOVE tab-valeur(op) TO quantite-calcul
               COMPUTE valeur-operateur ROUNDED =
                   quantite-calcul * 60 / tab-minutes(op)
               MOVE 'O' TO valeur-definie
           END-IF.
           PERFORM editer-indicateur.

           MOVE "Taux de correction (%)" TO libelle-indicateur.
           MOVE moy-taux-correction TO valeur-magasin.
           MOVE 'N' TO valeur-definie.
           IF tab-saisies(op) > 0
               MOVE tab-corrections(op) TO quantite-calcul
               COMPUTE valeur-operateur ROUNDED =
                   quantite-calcul * 100 / tab-saisies(op)
               MOVE 'O' TO valeur-definie
           END-IF.
           PERFORM editer-indicateur.

           MOVE "Part des rejets de lot (%)" TO libelle-indicateur.
           MOVE moy-part-rejets TO valeur-magasin.
           MOVE 0 TO valeur-operateur.
           IF tot-rejets > 0
               MOVE tab-rejets(op) TO quantite-calcul
               COMPUTE valeur-operateur ROUNDED =
                   quantite-calcul * 100 / tot-rejets
           END-IF.
           MOVE 'O' TO valeur-definie.
           PERFORM editer-indicateur.

           MOVE "Ecart de caisse cumule" TO libelle-indicateur.
           MOVE moy-ecart-net TO valeur-magasin.
           MOVE tab-ecart-net(op) TO valeur-operateur.
           PERFORM editer-indicateur.

           MOVE "Ecart de caisse en absolu" TO libelle-indicateur.
           MOVE moy-ecart-absolu TO valeur-magasin.
           MOVE tab-ecart-absolu(op) TO valeur-operateur.
           PERFORM editer-indicateur.

           MOVE "Sessions de formation" TO libelle-indicateur.
           MOVE moy-sessions TO valeur-magasin.
           MOVE tab-sessions(op) TO valeur-operateur.
           PERFORM editer-indicateur.

           MOVE "Passages au menu" TO libelle-indicateur.
           MOVE moy-passages TO valeur-magasin.
           MOVE tab-passages(op) TO valeur-operateur.
           PERFORM editer-indicateur.
           PERFORM ecrire-ligne-etat.

       editer-indicateur.
           MOVE valeur-magasin TO magasin-edit.
           IF valeur-definie = 'O'
               MOVE valeur-operateur TO valeur-edit
               STRING "  " libelle-indicateur " " valeur-edit
                   "   " magasin-edit
                   DELIMITED BY SIZE INTO LIGNE-ETAT
           ELSE
               STRING "  " libelle-indicateur "         n/d"
                   "   " magasin-edit
                   DELIMITED BY SIZE INTO LIGNE-ETAT
           END-IF.
           PERFORM ecrire-ligne-etat.
           MOVE 'O' TO valeur-definie.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "TableauOperateurs"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-historique
           FICHIER-DESSIN BY HISTORIQUE-CALCULS.
