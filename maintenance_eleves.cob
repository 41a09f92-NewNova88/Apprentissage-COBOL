      *>Fiches des eleves ELEVES.DAT : le carnet de notes ne connait
      *>qu'un identifiant de cinq caracteres, les bulletins partaient
      *>sans nom et le registre des absences ne disait pas qui
      *>appeler. Dans le moule de MaintenanceClients : liste, ajout,
      *>modification et retrait d'une fiche par son identifiant. Une
      *>fiche porte le nom, le prenom, la date de naissance, la
      *>classe en cours, le responsable legal (nom, telephone,
      *>adresse) et les dates d'entree et de sortie. Un eleve qui
      *>part ne se retire pas : on lui met sa date de sortie, et
      *>SaisieNotes, ImportNotes et SaisieAbsences le refusent
      *>au-dela. Une fiche qui a des notes au carnet ou des absences
      *>ne se retire pas non plus. Le fichier reste sous son verrou
      *>toute la seance. Reserve au responsable (profil R) des que
      *>le fichier maitre des operateurs est en service ; chaque
      *>changement part a l'historique ELEVES-HISTO.DAT et au
      *>journal, et l'ancienne version a ELEVES-AVANT.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintenanceEleves.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ELEVE-FICHIER.
           SELECT FICHIER-ELEVES-AVANT
               ASSIGN TO "ELEVES-AVANT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL FICHIER-HISTO-ELEVES
               ASSIGN TO "ELEVES-HISTO.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FICHIER-ETUDIANTS ASSIGN TO "ETUDIANTS-IDX.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ETU-CLE
               FILE STATUS IS statut-etudiants.
           SELECT OPTIONAL FICHIER-ABSENCES
               ASSIGN TO "ABSENCES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-absences.
           SELECT FICHIER-MAITRE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-maitre.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY ELEVE-FD.

       FD FICHIER-ELEVES-AVANT.
       1 LIGNE-ELEVE-AVANT PIC X(161).

       *>Historique des changements : qui a cree, modifie (C, M) ou
       *>retire (R) quelle fiche, et la fiche telle qu'elle etait
       *>apres le changement (avant, pour un retrait).
       FD FICHIER-HISTO-ELEVES.
       1 LIGNE-HISTO-ELEVE.
           2 HEL-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 HEL-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 HEL-ACTION PIC X(01).
           2 FILLER PIC X(01).
           2 HEL-ELEVE PIC X(161).

       *>Dessin du carnet indexe, partage avec SaisieNotes.
       FD FICHIER-ETUDIANTS.
       1 LIGNE-ETUDIANT.
           2 ETU-CLE.
               3 ETU-ID PIC X(05).
               3 ETU-CLASSE PIC X(03).
               3 ETU-MATIERE PIC X(04).
               3 ETU-DATE PIC 9(08).
               3 ETU-RANG PIC 99.
           2 ETU-NOTE PIC 99V99.
           *>Type de note : blanc = ordinaire, R = rattrapage.
           2 ETU-TYPE PIC X(01).
               88 ETU-RATTRAPAGE VALUE 'R'.

       FD FICHIER-ABSENCES.
       1 LIGNE-ABSENCE.
           2 ABS-ETUDIANT PIC X(05).
           2 FILLER PIC X(01).
           2 ABS-DATE PIC 9(08).
           2 FILLER PIC X(01).
           2 ABS-MOTIF PIC X(20).
           2 FILLER PIC X(01).
           2 ABS-TERME PIC X(02).

       FD FICHIER-MAITRE.
       1 LIGNE-MAITRE PIC X(44).

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       COPY ELEVE-ZONE.
       77 statut-etudiants PIC X(02).
       77 statut-absences PIC X(02).
       77 fin-absences PIC X(01).
       77 statut-maitre PIC X(02).
       77 maitre-en-place PIC X(01) VALUE 'N'.
       *>Traces de l'eleve au carnet ou au registre des absences.
       77 eleve-a-des-traces PIC X(01).

       77 choix-action PIC 9 VALUE 9.
       77 saisie-id PIC X(05).
       77 saisie-nom PIC X(20).
       77 saisie-prenom PIC X(15).
       77 saisie-naissance PIC 9(08) VALUE 0.
       77 saisie-classe PIC X(03).
       77 saisie-responsable PIC X(30).
       77 saisie-telephone PIC X(15).
       77 saisie-adresse PIC X(40).
       77 saisie-entree PIC 9(08) VALUE 0.
       77 saisie-sortie PIC 9(08) VALUE 0.
       77 saisie-refusee PIC X(01).
       77 motif-refus PIC X(50).
       77 action-histo PIC X(01).
       77 modifie PIC X(01) VALUE 'N'.
       77 ligne-ecran PIC 99.
       77 touche PIC X(01).
       77 valeur-journal PIC X(20).

       SCREEN SECTION.
       1 plage-refus-profil.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Ecran reserve au responsable (profil R).'.

       1 plage-occupe.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Fichier des eleves occupe, reessayez plus tard.'.

       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Fiches des eleves ('.
           2 PIC zz9 FROM nb-eleves.
           2 VALUE ' eleves)'.
           2 LINE 3 COL 1 VALUE '1. Lister les eleves'.
           2 LINE 4 COL 1 VALUE '2. Ajouter un eleve'.
           2 LINE 5 COL 1 VALUE '3. Modifier un eleve (ou sa sortie)'.
           2 LINE 6 COL 1 VALUE '4. Retirer une fiche'.
           2 LINE 7 COL 1 VALUE '9. Sauver et quitter'.
           2 LINE 8 COL 1 VALUE '0. Quitter sans sauver'.
           2 LINE 10 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-entete-liste.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Id    Nom                  Prenom          Cl.'.
           2 COL 48 VALUE 'Telephone       Sortie'.

       1 plage-ligne-eleve.
           2 LINE ligne-ecran COL 1 PIC X(05) FROM elv-t-id(el).
           2 COL 7 PIC X(20) FROM elv-t-nom(el).
           2 COL 28 PIC X(15) FROM elv-t-prenom(el).
           2 COL 44 PIC X(03) FROM elv-t-classe(el).
           2 COL 48 PIC X(15) FROM elv-t-telephone(el).
           2 COL 64 PIC z(8) FROM elv-t-sortie(el).

       1 plage-saisie-id.
           2 LINE 12 COL 1 VALUE 'Identifiant eleve : '.
           2 PIC X(05) TO saisie-id REQUIRED.

       1 plage-saisie-eleve.
           2 LINE 13 COL 1 VALUE 'Nom             : '.
           2 PIC X(20) USING saisie-nom REQUIRED.
           2 LINE 14 COL 1 VALUE 'Prenom          : '.
           2 PIC X(15) USING saisie-prenom REQUIRED.
           2 LINE 15 COL 1 VALUE 'Ne le AAAAMMJJ  : '.
           2 PIC 9(08) USING saisie-naissance REQUIRED.
           2 LINE 15 COL 30 VALUE 'Classe : '.
           2 PIC X(03) USING saisie-classe REQUIRED.
           2 LINE 16 COL 1 VALUE 'Responsable     : '.
           2 PIC X(30) USING saisie-responsable.
           2 LINE 17 COL 1 VALUE 'Telephone       : '.
           2 PIC X(15) USING saisie-telephone.
           2 LINE 18 COL 1 VALUE 'Adresse         : '.
           2 PIC X(40) USING saisie-adresse.
           2 LINE 19 COL 1 VALUE 'Entree AAAAMMJJ : '.
           2 PIC 9(08) USING saisie-entree REQUIRED.
           2 LINE 19 COL 30 VALUE 'Sortie (0 = inscrit) : '.
           2 PIC 9(08) USING saisie-sortie.

       1 plage-refus.
           2 LINE 21 COL 1 PIC X(50) FROM motif-refus.

       1 plage-table-tronquee.
           2 LINE 21 COL 1 VALUE
               'ELEVES.DAT depasse l''editeur (500) :'.
           2 LINE 22 COL 1 VALUE ' sauvegarde REFUSEE.'.

       1 plage-sauve.
           2 LINE 21 COL 1 VALUE
               'Eleves sauves (ancien dans ELEVES-AVANT.DAT).'.

       1 plage-pause.
           2 LINE 23 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       *>Les coordonnees des familles sont des donnees personnelles :
       *>seul le profil R entretient les fiches, comme les clients.
       PERFORM controler-maitre.
       IF maitre-en-place = 'O' AND profil-operateur NOT = 'R'
           DISPLAY plage-refus-profil
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.
       PERFORM verrouiller-eleves.
       IF NOT VERROU-ACQUIS
           DISPLAY plage-occupe
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.

       PERFORM charger-eleves.
       PERFORM UNTIL choix-action = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           EVALUATE choix-action
               WHEN 1
                   PERFORM lister-eleves
               WHEN 2
                   PERFORM ajouter-eleve
               WHEN 3
                   PERFORM modifier-eleve
               WHEN 4
                   PERFORM retirer-eleve
               WHEN 9
                   PERFORM valider-et-sauver
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       PERFORM liberer-eleves.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le sous-menu des outils.
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

       lister-eleves.
           DISPLAY plage-entete-liste.
           MOVE 2 TO ligne-ecran.
           PERFORM VARYING el FROM 1 BY 1 UNTIL el > nb-eleves
               IF ligne-ecran > 20
                   DISPLAY plage-pause
                   ACCEPT plage-pause
                   DISPLAY plage-entete-liste
                   MOVE 2 TO ligne-ecran
               END-IF
               DISPLAY plage-ligne-eleve
               ADD 1 TO ligne-ecran
           END-PERFORM.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       saisir-id.
           MOVE SPACES TO saisie-id.
           DISPLAY plage-saisie-id.
           ACCEPT plage-saisie-id.
           MOVE FUNCTION UPPER-CASE(saisie-id) TO saisie-id.
           MOVE saisie-id TO id-eleve-cherche.
           PERFORM chercher-eleve.

       ajouter-eleve.
           PERFORM saisir-id.
           EVALUATE TRUE
               WHEN eleve-trouve > 0
                   MOVE "Identifiant deja pris." TO motif-refus
                   DISPLAY plage-refus
               WHEN nb-eleves >= 500
                   MOVE "Fichier plein (500 eleves)." TO motif-refus
                   DISPLAY plage-refus
               WHEN OTHER
                   MOVE SPACES TO saisie-nom saisie-prenom
                       saisie-classe saisie-responsable
                       saisie-telephone saisie-adresse
                   MOVE 0 TO saisie-naissance saisie-sortie
                   MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
                       TO saisie-entree
                   PERFORM saisir-eleve
                   IF saisie-refusee = 'N'
                       ADD 1 TO nb-eleves
                       MOVE nb-eleves TO el
                       MOVE saisie-id TO elv-t-id(el)
                       PERFORM ranger-saisie
                       MOVE 'C' TO action-histo
                       PERFORM historiser-eleve
                   END-IF
           END-EVALUATE.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       modifier-eleve.
           PERFORM saisir-id.
           IF eleve-trouve = 0
               MOVE "Identifiant inconnu." TO motif-refus
               DISPLAY plage-refus
           ELSE
               MOVE eleve-trouve TO el
               MOVE elv-t-nom(el) TO saisie-nom
               MOVE elv-t-prenom(el) TO saisie-prenom
               MOVE elv-t-naissance(el) TO saisie-naissance
               MOVE elv-t-classe(el) TO saisie-classe
               MOVE elv-t-responsable(el) TO saisie-responsable
               MOVE elv-t-telephone(el) TO saisie-telephone
               MOVE elv-t-adresse(el) TO saisie-adresse
               MOVE elv-t-entree(el) TO saisie-entree
               MOVE elv-t-sortie(el) TO saisie-sortie
               PERFORM saisir-eleve
               IF saisie-refusee = 'N'
                   MOVE eleve-trouve TO el
                   PERFORM ranger-saisie
                   MOVE 'M' TO action-histo
                   PERFORM historiser-eleve
               END-IF
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Une fiche qui a des notes ou des absences reste au fichier :
       *>bulletins et progression en ont besoin. On la ferme par sa
       *>date de sortie.
       retirer-eleve.
           PERFORM saisir-id.
           IF eleve-trouve > 0
               PERFORM chercher-traces
           END-IF.
           EVALUATE TRUE
               WHEN eleve-trouve = 0
                   MOVE "Identifiant inconnu." TO motif-refus
                   DISPLAY plage-refus
               WHEN eleve-a-des-traces = 'O'
                   MOVE "Notes ou absences : mettre une date de sortie."
                       TO motif-refus
                   DISPLAY plage-refus
               WHEN OTHER
                   MOVE eleve-trouve TO el
                   MOVE 'R' TO action-histo
                   PERFORM historiser-eleve
                   PERFORM VARYING el FROM eleve-trouve BY 1
                           UNTIL el >= nb-eleves
                       MOVE eleve(el + 1) TO eleve(el)
                   END-PERFORM
                   SUBTRACT 1 FROM nb-eleves
                   MOVE 'O' TO modifie
           END-EVALUATE.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Premiere note de l'eleve au carnet (START sur son
       *>identifiant), sinon une absence a son nom.
       chercher-traces.
           MOVE 'N' TO eleve-a-des-traces.
           OPEN INPUT FICHIER-ETUDIANTS.
           IF statut-etudiants = "00"
               MOVE SPACES TO ETU-CLE
               MOVE saisie-id TO ETU-ID
               START FICHIER-ETUDIANTS KEY >= ETU-CLE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ FICHIER-ETUDIANTS NEXT RECORD
                           NOT AT END
                               IF ETU-ID = saisie-id
                                   MOVE 'O' TO eleve-a-des-traces
                               END-IF
                       END-READ
               END-START
               CLOSE FICHIER-ETUDIANTS
           END-IF.
           MOVE 'N' TO fin-absences.
           OPEN INPUT FICHIER-ABSENCES.
           IF statut-absences(1:1) = "0"
               READ FICHIER-ABSENCES
                   AT END MOVE 'O' TO fin-absences
               END-READ
               PERFORM UNTIL fin-absences = 'O'
                   IF ABS-ETUDIANT = saisie-id
                       MOVE 'O' TO eleve-a-des-traces
                   END-IF
                   READ FICHIER-ABSENCES
                       AT END MOVE 'O' TO fin-absences
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ABSENCES
           END-IF.

       *>Saisie et controles d'une fiche ; le premier refus
       *>rencontre est affiche.
       saisir-eleve.
           MOVE 'O' TO saisie-refusee.
           DISPLAY plage-saisie-eleve.
           ACCEPT plage-saisie-eleve.
           MOVE FUNCTION UPPER-CASE(saisie-nom) TO saisie-nom.
           MOVE FUNCTION UPPER-CASE(saisie-classe) TO saisie-classe.
           EVALUATE TRUE
               WHEN saisie-id = SPACES
                   MOVE "Identifiant vide refuse." TO motif-refus
               WHEN saisie-nom = SPACES OR saisie-prenom = SPACES
                   MOVE "Nom et prenom a renseigner." TO motif-refus
               WHEN FUNCTION TEST-DATE-YYYYMMDD(saisie-naissance)
                       NOT = 0
                   MOVE "Date de naissance invalide." TO motif-refus
               WHEN saisie-classe = SPACES
                   MOVE "Classe a renseigner." TO motif-refus
               WHEN FUNCTION TEST-DATE-YYYYMMDD(saisie-entree)
                       NOT = 0
                   MOVE "Date d'entree invalide." TO motif-refus
               WHEN saisie-sortie NOT = 0
                       AND FUNCTION TEST-DATE-YYYYMMDD(saisie-sortie)
                           NOT = 0
                   MOVE "Date de sortie invalide." TO motif-refus
               WHEN saisie-sortie NOT = 0
                       AND saisie-sortie < saisie-entree
                   MOVE "Sortie anterieure a l'entree." TO motif-refus
               WHEN OTHER
                   MOVE 'N' TO saisie-refusee
           END-EVALUATE.
           IF saisie-refusee = 'O'
               DISPLAY plage-refus
           END-IF.

       ranger-saisie.
           MOVE saisie-nom TO elv-t-nom(el).
           MOVE saisie-prenom TO elv-t-prenom(el).
           MOVE saisie-naissance TO elv-t-naissance(el).
           MOVE saisie-classe TO elv-t-classe(el).
           MOVE saisie-responsable TO elv-t-responsable(el).
           MOVE saisie-telephone TO elv-t-telephone(el).
           MOVE saisie-adresse TO elv-t-adresse(el).
           MOVE saisie-entree TO elv-t-entree(el).
           MOVE saisie-sortie TO elv-t-sortie(el).
           MOVE 'O' TO modifie.

       historiser-eleve.
           OPEN EXTEND FICHIER-HISTO-ELEVES.
           MOVE SPACES TO LIGNE-HISTO-ELEVE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO HEL-HORODATAGE.
           IF operateur-courant = SPACES OR LOW-VALUES
               MOVE "INCONNU" TO HEL-OPERATEUR
           ELSE
               MOVE operateur-courant TO HEL-OPERATEUR
           END-IF.
           MOVE action-histo TO HEL-ACTION.
           MOVE SPACES TO LIGNE-ELEVE.
           MOVE elv-t-id(el) TO ELV-ID.
           MOVE elv-t-nom(el) TO ELV-NOM.
           MOVE elv-t-prenom(el) TO ELV-PRENOM.
           MOVE elv-t-naissance(el) TO ELV-NAISSANCE.
           MOVE elv-t-classe(el) TO ELV-CLASSE.
           MOVE elv-t-responsable(el) TO ELV-RESPONSABLE.
           MOVE elv-t-telephone(el) TO ELV-TELEPHONE.
           MOVE elv-t-adresse(el) TO ELV-ADRESSE.
           MOVE elv-t-entree(el) TO ELV-ENTREE.
           MOVE elv-t-sortie(el) TO ELV-SORTIE.
           MOVE LIGNE-ELEVE TO HEL-ELEVE.
           WRITE LIGNE-HISTO-ELEVE.
           CLOSE FICHIER-HISTO-ELEVES.
           MOVE SPACES TO valeur-journal.
           STRING action-histo " " elv-t-id(el) " "
               elv-t-classe(el)
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-eleve.

       valider-et-sauver.
           IF eleves-tronques = 'O'
               DISPLAY plage-table-tronquee
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               IF modifie = 'O'
                   PERFORM sauver-ancienne-version
                   PERFORM sauver-eleves
               END-IF
               DISPLAY plage-sauve
               DISPLAY plage-pause
               ACCEPT plage-pause
               MOVE 0 TO choix-action
           END-IF.

       *>Copie de l'ancien fichier avant remplacement, comme
       *>CLIENTS-AVANT.DAT.
       sauver-ancienne-version.
           MOVE 'N' TO fin-eleves.
           OPEN INPUT FICHIER-ELEVES.
           OPEN OUTPUT FICHIER-ELEVES-AVANT.
           IF statut-eleves(1:1) = "0"
               READ FICHIER-ELEVES
                   AT END MOVE 'O' TO fin-eleves
               END-READ
               PERFORM UNTIL fin-eleves = 'O'
                   MOVE LIGNE-ELEVE TO LIGNE-ELEVE-AVANT
                   WRITE LIGNE-ELEVE-AVANT
                   READ FICHIER-ELEVES
                       AT END MOVE 'O' TO fin-eleves
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ELEVES
           END-IF.
           CLOSE FICHIER-ELEVES-AVANT.

       COPY ELEVE-CHARGE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-eleves
           NOM-FICHIER-VERROU BY "VERROU-ELEVES.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-eleves.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-eleve
           NOM-PROGRAMME-JRN BY "MaintenanceEleves"
           VALEUR-SAISIE BY valeur-journal.
