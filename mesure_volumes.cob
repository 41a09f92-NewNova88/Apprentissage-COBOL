      *>Volumes des fichiers de donnees : plusieurs programmes
      *>chargent un fichier dans une table de taille fixe (20
      *>comptes au grand livre, 300 cles de messages, 500 mots au
      *>lexique...) et tronquent ou refusent au-dela ; d'autres
      *>fichiers (les mouvements des visiteurs CONTACTS-IDX.DAT,
      *>JOURNAL-SAISIES.DAT, CALCULSOMME-LOG.DAT) grossissent
      *>jusqu'a ce que tout ralentisse. Ce programme compte les
      *>lignes de chaque fichier de donnees connu de la suite,
      *>ajoute la mesure a VOLUMES-HISTO.DAT avec la limite du
      *>programme qui le charge, et edite la croissance par
      *>semaine (contre la mesure d'il y a sept jours, ou la plus
      *>ancienne connue) et la date a laquelle chaque fichier
      *>limite atteindra sa limite a ce rythme. Une etoile marque
      *>les fichiers a 80 % ou plus de leur limite ; la condition
      *>CAPACITE de ControleAlertes les porte au bandeau du
      *>tableau de bord. L'etat RAPPORT-VOLUMES-<horo>.DAT
      *>s'inscrit au catalogue des rapports. Lance chaque nuit par
      *>PiloteNuit (job VOLUMES) et depuis MenuOutils. Lecture
      *>seule des fichiers mesures ; les fichiers indexes se
      *>comptent en enregistrements, lus dans l'ordre de la cle.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MesureVolumes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-MESURE ASSIGN USING nom-fichier-mesure
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-mesure.
           COPY VOLUMES-FICHIER.
           COPY CONTACTS-FICHIER.
           COPY PRESENCES-FICHIER.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       FD FICHIER-MESURE.
       1 LIGNE-MESUREE PIC X(512).

       COPY VOLUMES-FD.

       COPY CONTACTS-FD.

       COPY PRESENCES-FD.

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       COPY PILOTAGE.
       77 statut-mesure PIC X(02).
       77 statut-volumes PIC X(02).
       77 statut-contacts PIC X(02).
       77 statut-presences PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.
       77 nom-fichier-mesure PIC X(30).
       77 horodatage-etat PIC X(14).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.
       77 touche PIC X(01).
       77 date-jour PIC 9(08).
       77 entier-jour PIC 9(07).
       77 entier-mesure PIC 9(07).
       77 nb-jours-ecart PIC 9(07).
       77 jours-restants PIC 9(09).
       77 date-pleine PIC 9(08).
       77 croissance-semaine PIC S9(08).
       77 taux-occupation PIC 9(05).
       77 nb-presents PIC 9(03) VALUE 0.
       77 nb-absents PIC 9(03) VALUE 0.
       77 nb-proches PIC 9(03) VALUE 0.
       77 fi PIC 9(03).
       77 fichier-trouve PIC 9(03).

      *>Fichiers de donnees connus de la suite (ceux de la
      *>sauvegarde, plus les journaux, rejets et mouvements) et la
      *>limite de la table qui les charge, 0 = aucune. Limites :
      *>table-comptes du grand livre (CALCULSOMME-TOTAL, 20), plan
      *>comptable (50), affectations (20), articles (500), bons
      *>cadeaux (5000), calendrier (7 jours + 50 feries), clients
      *>(100), commandes (2000), decisions (3000), devises (30),
      *>eleves (500), factures des frais (3000), fournisseurs
      *>(100), bareme des frais (200), periodes scolaires (40),
      *>promotions (200), recurrentes (50), surveillance (200),
      *>registre de paie (300), lexique (500), messages (300),
      *>catalogue des rapports relu par la visionneuse (200),
      *>dossiers des exceptions (2000), releve bancaire (2000),
      *>fichiers de rejets relus par ReparationRejets (200).
       77 nb-fichiers-suivis PIC 9(03) VALUE 86.
       1 fichiers-suivis-valeurs.
           2 FILLER PIC X(30) VALUE "CALCULSOMME-TOTAL.DAT".
           2 FILLER PIC 9(06) VALUE 20.
           2 FILLER PIC X(30) VALUE "CALCULSOMME-LOG.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "CLASSEMENT.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "CONTACTS.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "CONTACTS-IDX.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "PRESENCES-IDX.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "ETUDIANTS.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "TARIFS.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "TARIFS-HISTO.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "JOURNAL-SAISIES.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "SPOOL-RAPPORTS.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "ETIQUETTE-COMPTEUR.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "RECHERCHE-STATS.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "REPRISE-SOMMES.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "BOUCLE-SEQUENCE.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "USAGE-MENU.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "AUTORISATIONS.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "TRANSACTIONS.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "PAIRES.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "MOTS.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "PERIODES-SOLDES.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "NOTES-HISTORIQUE.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "JOUEURS.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "CALENDRIER.DAT".
           2 FILLER PIC 9(06) VALUE 57.
           2 FILLER PIC X(30) VALUE "TAUX-TVA.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "DICTIONNAIRE.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "ATTENDUS.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "CATALOGUE-TABLEAUX.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "CATALOGUE-RAPPORTS.DAT".
           2 FILLER PIC 9(06) VALUE 200.
           2 FILLER PIC X(30) VALUE "ATTENTE-CALCULSOMME.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "COMPTES.DAT".
           2 FILLER PIC 9(06) VALUE 50.
           2 FILLER PIC X(30) VALUE "AFFECTATION-TYPES.DAT".
           2 FILLER PIC 9(06) VALUE 20.
           2 FILLER PIC X(30) VALUE "TRANSACTIONS-POSTEES.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "BANQUE-RELEVE.DAT".
           2 FILLER PIC 9(06) VALUE 2000.
           2 FILLER PIC X(30) VALUE "RECURRENTES.DAT".
           2 FILLER PIC 9(06) VALUE 50.
           2 FILLER PIC X(30) VALUE "EXCEPTIONS.DAT".
           2 FILLER PIC 9(06) VALUE 2000.
           2 FILLER PIC X(30) VALUE "ARTICLES.DAT".
           2 FILLER PIC 9(06) VALUE 500.
           2 FILLER PIC X(30) VALUE "ATTENTE-STOCK.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "SEUIL-REMBOURSEMENT.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "Z-CAISSE.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "BONS-CADEAUX.DAT".
           2 FILLER PIC 9(06) VALUE 5000.
           2 FILLER PIC X(30) VALUE "PROMOTIONS.DAT".
           2 FILLER PIC 9(06) VALUE 200.
           2 FILLER PIC X(30) VALUE "DEVISES.DAT".
           2 FILLER PIC 9(06) VALUE 30.
           2 FILLER PIC X(30) VALUE "CLIENTS.DAT".
           2 FILLER PIC 9(06) VALUE 100.
           2 FILLER PIC X(30) VALUE "SEUIL-RELANCE.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "INVENTAIRE.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "INVENTAIRE-COMPTAGES.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "FOURNISSEURS.DAT".
           2 FILLER PIC 9(06) VALUE 100.
           2 FILLER PIC X(30) VALUE "COMMANDES.DAT".
           2 FILLER PIC 9(06) VALUE 2000.
           2 FILLER PIC X(30) VALUE "SURVEILLANCE.DAT".
           2 FILLER PIC 9(06) VALUE 200.
           2 FILLER PIC X(30) VALUE "MUSTER.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "DEMANDES-DONNEES.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "SALLE-RESERVATIONS.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "PRETS.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "PLANNING.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "RETENUES-PAIE.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "PAIE-REGISTRE.DAT".
           2 FILLER PIC 9(06) VALUE 300.
           2 FILLER PIC X(30) VALUE "AVANCES.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "REJETS-HISTO.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "ELEVES.DAT".
           2 FILLER PIC 9(06) VALUE 500.
           2 FILLER PIC X(30) VALUE "LETTRES-ABSENCES.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "DECISIONS.DAT".
           2 FILLER PIC 9(06) VALUE 3000.
           2 FILLER PIC X(30) VALUE "PERIODES-SCOLAIRES.DAT".
           2 FILLER PIC 9(06) VALUE 40.
           2 FILLER PIC X(30) VALUE "FRAIS-SCOLAIRES.DAT".
           2 FILLER PIC 9(06) VALUE 200.
           2 FILLER PIC X(30) VALUE "FACTURES-FRAIS.DAT".
           2 FILLER PIC 9(06) VALUE 3000.
           2 FILLER PIC X(30) VALUE "FACTURES-SEQUENCE.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "BOUTIQUE.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "LIGUE-ALIAS.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "CONCOURS-BAREME.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "CONCOURS-CAISSE.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "LEXIQUE.DAT".
           2 FILLER PIC 9(06) VALUE 500.
           2 FILLER PIC X(30) VALUE "POINTAGES.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "TICKETS.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "MESSAGES.DAT".
           2 FILLER PIC 9(06) VALUE 300.
           2 FILLER PIC X(30) VALUE "OPERATEURS.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "ABSENCES.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "SAISONS.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "ALERTES-LOG.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "JOURNAL-NUIT.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "LIVRE-BORD.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "ETIQUETTES-EMISES.DAT".
           2 FILLER PIC 9(06) VALUE 0.
           2 FILLER PIC X(30) VALUE "REJETS-SOMMES.DAT".
           2 FILLER PIC 9(06) VALUE 200.
           2 FILLER PIC X(30) VALUE "REJETS-NOTES.DAT".
           2 FILLER PIC 9(06) VALUE 200.
           2 FILLER PIC X(30) VALUE "REJETS-TRANSACTIONS.DAT".
           2 FILLER PIC 9(06) VALUE 200.
           2 FILLER PIC X(30) VALUE "REJETS-MOTS.DAT".
           2 FILLER PIC 9(06) VALUE 200.
           2 FILLER PIC X(30) VALUE "VOLUMES-HISTO.DAT".
           2 FILLER PIC 9(06) VALUE 0.
       1 fichiers-suivis REDEFINES fichiers-suivis-valeurs.
           2 fichier-suivi OCCURS 86.
               3 fsv-nom PIC X(30).
               3 fsv-limite PIC 9(06).

      *>Mesure du jour et mesure de reference de chaque fichier :
      *>la derniere d'il y a sept jours ou plus, a defaut la plus
      *>ancienne d'avant aujourd'hui.
       1 mesures-fichiers.
           2 mesure-fichier OCCURS 86.
               3 mes-present PIC X(01).
               3 mes-nb-lignes PIC 9(08).
               3 mes-ref-date PIC 9(08).
               3 mes-ref-nb PIC 9(08).

       77 nb-edit PIC zzzzzzz9.
       77 croissance-edit PIC -zzzzzz9.
       77 limite-edit PIC zzzzz9.
       77 taux-edit PIC zzz9.
       77 date-edit PIC X(10).
       77 compte-edit PIC zz9.

       SCREEN SECTION.
       1 plage-fini.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Volumes des fichiers de donnees'.
           2 LINE 3 COL 1 VALUE 'Etat genere        : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 4 COL 1 VALUE 'Fichiers mesures   : '.
           2 PIC zz9 FROM nb-presents.
           2 LINE 5 COL 1 VALUE 'A 80 % ou plus    : '.
           2 PIC zz9 FROM nb-proches.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
       MOVE horodatage-etat(1:8) TO date-jour.
       IF PILOTE-EN-COMMANDE AND pilote-date IS NUMERIC
           MOVE pilote-date TO date-jour
           IF FUNCTION TEST-DATE-YYYYMMDD(date-jour) NOT = 0
               MOVE horodatage-etat(1:8) TO date-jour
           END-IF
       END-IF.
       COMPUTE entier-jour = FUNCTION INTEGER-OF-DATE(date-jour).
       MOVE 0 TO nb-presents nb-absents nb-proches.
       PERFORM VARYING fi FROM 1 BY 1 UNTIL fi > nb-fichiers-suivis
           MOVE 'N' TO mes-present(fi)
           MOVE 0 TO mes-nb-lignes(fi)
           MOVE 0 TO mes-ref-date(fi)
           MOVE 0 TO mes-ref-nb(fi)
       END-PERFORM.
       PERFORM relire-historique.
       PERFORM VARYING fi FROM 1 BY 1 UNTIL fi > nb-fichiers-suivis
           PERFORM compter-fichier
       END-PERFORM.
       PERFORM ajouter-historique.
       PERFORM editer-etat.
       PERFORM cataloguer-rapport.
       IF NOT PILOTE-EN-COMMANDE
           DISPLAY plage-fini
           DISPLAY plage-pause
           ACCEPT plage-pause
       END-IF.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis MenuOutils et PiloteNuit.
       GOBACK.

       *>Mesure de reference de chaque fichier suivi, d'apres
       *>l'historique (chronologique : la derniere lue gagne).
       relire-historique.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-VOLUMES.
           IF statut-volumes(1:1) = "0"
               READ FICHIER-VOLUMES
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF VOL-DATE IS NUMERIC AND VOL-NB-LIGNES IS NUMERIC
                       PERFORM retenir-reference
                   END-IF
                   READ FICHIER-VOLUMES
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-VOLUMES
           END-IF.

       *>Une mesure d'il y a sept jours ou plus remplace toujours la
       *>reference ; une plus recente (mais d'avant aujourd'hui) ne
       *>sert que tant qu'il n'y en a aucune.
       retenir-reference.
           MOVE 0 TO fichier-trouve.
           PERFORM VARYING fi FROM 1 BY 1 UNTIL fi > nb-fichiers-suivis
               IF fsv-nom(fi) = VOL-FICHIER
                   MOVE fi TO fichier-trouve
               END-IF
           END-PERFORM.
           IF fichier-trouve > 0 AND VOL-DATE < date-jour
               MOVE fichier-trouve TO fi
               COMPUTE entier-mesure =
                   FUNCTION INTEGER-OF-DATE(VOL-DATE)
               IF entier-jour - entier-mesure >= 7
                       OR mes-ref-date(fi) = 0
                   MOVE VOL-DATE TO mes-ref-date(fi)
                   MOVE VOL-NB-LIGNES TO mes-ref-nb(fi)
               END-IF
           END-IF.

       *>Nombre de lignes du fichier suivi fi ; un fichier absent
       *>n'est pas mesure. Les deux fichiers indexes des visiteurs
       *>ont leur propre lecture.
       compter-fichier.
           EVALUATE fsv-nom(fi)
               WHEN "CONTACTS-IDX.DAT"
                   PERFORM compter-contacts
               WHEN "PRESENCES-IDX.DAT"
                   PERFORM compter-presences
               WHEN OTHER
                   PERFORM compter-lignes
           END-EVALUATE.

       compter-lignes.
           MOVE fsv-nom(fi) TO nom-fichier-mesure.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-MESURE.
           IF statut-mesure(1:1) = "0"
               MOVE 'O' TO mes-present(fi)
               ADD 1 TO nb-presents
               READ FICHIER-MESURE
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   ADD 1 TO mes-nb-lignes(fi)
                   READ FICHIER-MESURE
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-MESURE
           ELSE
               ADD 1 TO nb-absents
           END-IF.

       *>OPTIONAL : un indexe absent s'ouvre quand meme (statut 05)
       *>et compte alors pour absent.
       compter-contacts.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-CONTACTS.
           IF statut-contacts = "00"
               MOVE 'O' TO mes-present(fi)
               ADD 1 TO nb-presents
               READ FICHIER-CONTACTS NEXT RECORD
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   ADD 1 TO mes-nb-lignes(fi)
                   READ FICHIER-CONTACTS NEXT RECORD
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
           ELSE
               ADD 1 TO nb-absents
           END-IF.
           IF statut-contacts(1:1) = "0"
               CLOSE FICHIER-CONTACTS
           END-IF.

       compter-presences.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-PRESENCES.
           IF statut-presences = "00"
               MOVE 'O' TO mes-present(fi)
               ADD 1 TO nb-presents
               READ FICHIER-PRESENCES NEXT RECORD
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   ADD 1 TO mes-nb-lignes(fi)
                   READ FICHIER-PRESENCES NEXT RECORD
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
           ELSE
               ADD 1 TO nb-absents
           END-IF.
           IF statut-presences(1:1) = "0"
               CLOSE FICHIER-PRESENCES
           END-IF.

       ajouter-historique.
           OPEN EXTEND FICHIER-VOLUMES.
           PERFORM VARYING fi FROM 1 BY 1 UNTIL fi > nb-fichiers-suivis
               IF mes-present(fi) = 'O'
                   MOVE SPACES TO LIGNE-VOLUMES
                   MOVE date-jour TO VOL-DATE
                   MOVE fsv-nom(fi) TO VOL-FICHIER
                   MOVE mes-nb-lignes(fi) TO VOL-NB-LIGNES
                   MOVE fsv-limite(fi) TO VOL-LIMITE
                   WRITE LIGNE-VOLUMES
               END-IF
           END-PERFORM.
           CLOSE FICHIER-VOLUMES.

       editer-etat.
           MOVE SPACES TO nom-rapport.
           STRING "RAPPORT-VOLUMES-" horodatage-etat ".DAT"
               DELIMITED BY SIZE INTO nom-rapport.
           OPEN OUTPUT FICHIER-ETAT.
           MOVE SPACES TO LIGNE-ETAT.
           MOVE date-jour TO date-pleine.
           PERFORM editer-date.
           STRING "Volumes des fichiers de donnees au " date-edit
               " (etat du " horodatage-etat ")"
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           MOVE "Fichier" TO LIGNE-ETAT(1:7).
           MOVE "Lignes" TO LIGNE-ETAT(34:6).
           MOVE "Par sem." TO LIGNE-ETAT(41:8).
           MOVE "Limite" TO LIGNE-ETAT(51:6).
           MOVE "Occ%" TO LIGNE-ETAT(58:4).
           MOVE "Pleine le" TO LIGNE-ETAT(63:9).
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING fi FROM 1 BY 1 UNTIL fi > nb-fichiers-suivis
               IF mes-present(fi) = 'O'
                   PERFORM editer-ligne-fichier
               END-IF
           END-PERFORM.
           PERFORM ecrire-ligne-etat.
           MOVE nb-presents TO compte-edit.
           STRING "Fichiers mesures             : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE nb-absents TO compte-edit.
           STRING "Fichiers absents             : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE nb-proches TO compte-edit.
           STRING "A 80 % ou plus de la limite  : " compte-edit
               " (marques *)"
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           CLOSE FICHIER-ETAT.

       *>Croissance ramenee a sept jours ; date de remplissage a ce
       *>rythme pour un fichier limite qui grossit.
       editer-ligne-fichier.
           MOVE SPACES TO LIGNE-ETAT.
           MOVE fsv-nom(fi) TO LIGNE-ETAT(1:30).
           MOVE mes-nb-lignes(fi) TO nb-edit.
           MOVE nb-edit TO LIGNE-ETAT(32:8).
           MOVE 0 TO croissance-semaine.
           IF mes-ref-date(fi) > 0
               COMPUTE entier-mesure =
                   FUNCTION INTEGER-OF-DATE(mes-ref-date(fi))
               COMPUTE nb-jours-ecart = entier-jour - entier-mesure
               COMPUTE croissance-semaine ROUNDED =
                   (mes-nb-lignes(fi) - mes-ref-nb(fi)) * 7
                   / nb-jours-ecart
               MOVE croissance-semaine TO croissance-edit
               MOVE croissance-edit TO LIGNE-ETAT(41:8)
           ELSE
               MOVE "-" TO LIGNE-ETAT(48:1)
           END-IF.
           IF fsv-limite(fi) > 0
               MOVE fsv-limite(fi) TO limite-edit
               MOVE limite-edit TO LIGNE-ETAT(51:6)
               COMPUTE taux-occupation =
                   mes-nb-lignes(fi) * 100 / fsv-limite(fi)
               MOVE taux-occupation TO taux-edit
               MOVE taux-edit TO LIGNE-ETAT(58:4)
               PERFORM projeter-remplissage
               IF mes-nb-lignes(fi) * 100 >= fsv-limite(fi) * 80
                   MOVE "*" TO LIGNE-ETAT(75:1)
                   ADD 1 TO nb-proches
               END-IF
           END-IF.
           PERFORM ecrire-ligne-etat.

       projeter-remplissage.
           EVALUATE TRUE
               WHEN mes-nb-lignes(fi) >= fsv-limite(fi)
                   MOVE "ATTEINTE" TO LIGNE-ETAT(63:8)
               WHEN mes-ref-date(fi) = 0
                   CONTINUE
               WHEN mes-nb-lignes(fi) <= mes-ref-nb(fi)
                   MOVE "STABLE" TO LIGNE-ETAT(63:6)
               WHEN OTHER
                   COMPUTE jours-restants =
                       (fsv-limite(fi) - mes-nb-lignes(fi))
                       * nb-jours-ecart
                       / (mes-nb-lignes(fi) - mes-ref-nb(fi))
                   IF jours-restants > 36500
                       MOVE "> 100 ANS" TO LIGNE-ETAT(63:9)
                   ELSE
                       COMPUTE date-pleine = FUNCTION DATE-OF-INTEGER(
                           entier-jour + jours-restants)
                       PERFORM editer-date
                       MOVE date-edit TO LIGNE-ETAT(63:10)
                   END-IF
           END-EVALUATE.

       editer-date.
           MOVE SPACES TO date-edit.
           STRING date-pleine(7:2) "/" date-pleine(5:2) "/"
               date-pleine(1:4)
               DELIMITED BY SIZE INTO date-edit.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "MesureVolumes"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.
