      *>Entretien de la table d'affectation AFFECTATION-TYPES.DAT :
      *>pour chaque type de transaction (VT, AV, AC, RG, DV), le
      *>compte du grand livre qui le recoit et le sens du poste
      *>(+ montant tel quel, - son oppose). PostageTransactions ne
      *>poste au livre que les types affectes ici. Dans le moule de
      *>MaintenanceTaux : liste, affectation (creation ou
      *>remplacement) et retrait d'un type, le compte devant etre
      *>ouvert au plan comptable. Reserve au responsable (profil R)
      *>des que le fichier maitre des operateurs est en service ;
      *>chaque changement part a l'historique AFFECTATION-HISTO.DAT
      *>et au journal, et l'ancienne version a
      *>AFFECTATION-AVANT.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintenanceAffectations.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AFFECTATION-FICHIER.
           SELECT FICHIER-AFFECTATIONS-AVANT
               ASSIGN TO "AFFECTATION-AVANT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL FICHIER-HISTO-AFFECTATIONS
               ASSIGN TO "AFFECTATION-HISTO.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           COPY COMPTES-FICHIER.
           SELECT FICHIER-MAITRE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-maitre.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY AFFECTATION-FD.

       FD FICHIER-AFFECTATIONS-AVANT.
       1 LIGNE-AFFECTATION-AVANT PIC X(13).

       *>Historique des changements : qui a affecte ou retire quel
       *>type, vers quel compte et dans quel sens, et quand (compte
       *>a blanc = affectation retiree).
       FD FICHIER-HISTO-AFFECTATIONS.
       1 LIGNE-HISTO-AFFECTATION.
           2 HAF-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 HAF-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 HAF-TYPE PIC X(02).
           2 FILLER PIC X(01).
           2 HAF-COMPTE PIC X(08).
           2 FILLER PIC X(01).
           2 HAF-SENS PIC X(01).

       COPY COMPTES-FD.

       FD FICHIER-MAITRE.
       1 LIGNE-MAITRE PIC X(44).

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY JOURNAL-ETAT.
       COPY AFFECTATION-ZONE.
       COPY COMPTES-ZONE.
       77 statut-maitre PIC X(02).
       77 maitre-en-place PIC X(01) VALUE 'N'.

       77 choix-action PIC 9 VALUE 9.
       77 saisie-type PIC X(02).
       77 saisie-compte PIC X(08).
       77 saisie-sens PIC X(01).
       77 type-valide PIC X(01) VALUE 'N'.
           88 TYPE-CONNU VALUE 'O'.
       77 libelle-type-trx PIC X(12).
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
           2 LINE 1 COL 1 VALUE 'Affectation des types au livre ('.
           2 PIC z9 FROM nb-affectations.
           2 VALUE ' types)'.
           2 LINE 3 COL 1 VALUE '1. Lister les affectations'.
           2 LINE 4 COL 1 VALUE '2. Affecter un type'.
           2 LINE 5 COL 1 VALUE '3. Retirer un type'.
           2 LINE 6 COL 1 VALUE '9. Sauver et quitter'.
           2 LINE 7 COL 1 VALUE '0. Quitter sans sauver'.
           2 LINE 9 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-entete-liste.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Type              Compte   Sens  Libelle du compte'.

       1 plage-ligne-affectation.
           2 LINE ligne-ecran COL 1 PIC X(02) FROM aft-type(af).
           2 COL 4 PIC X(12) FROM libelle-type-trx.
           2 COL 19 PIC X(08) FROM aft-compte(af).
           2 COL 29 PIC X(01) FROM aft-sens(af).
           2 COL 34 PIC X(25) FROM libelle-compte-plan.

       1 plage-saisie-type.
           2 LINE 11 COL 1 VALUE 'Type (VT/AV/AC/RG/DV) : '.
           2 PIC X(02) TO saisie-type REQUIRED.

       1 plage-saisie-affectation.
           2 LINE 12 COL 1 VALUE 'Compte du grand livre : '.
           2 PIC X(08) TO saisie-compte REQUIRED.
           2 LINE 13 COL 1 VALUE 'Sens (+ ou -) : '.
           2 PIC X(01) TO saisie-sens REQUIRED.

       1 plage-type-invalide.
           2 LINE 21 COL 1 VALUE
               'Type inconnu (VT, AV, AC, RG ou DV).'.

       1 plage-type-absent.
           2 LINE 21 COL 1 VALUE 'Ce type n''est pas affecte.'.

       1 plage-compte-refuse.
           2 LINE 21 COL 1 VALUE
               'Compte inconnu du plan comptable ou ferme.'.

       1 plage-sens-invalide.
           2 LINE 21 COL 1 VALUE 'Sens + ou - seulement.'.

       1 plage-table-pleine.
           2 LINE 21 COL 1 VALUE 'Table pleine (20 types).'.

       1 plage-table-tronquee.
           2 LINE 21 COL 1 VALUE
               'AFFECTATION-TYPES.DAT depasse l''editeur (20 types) :'.
           2 LINE 22 COL 1 VALUE ' sauvegarde REFUSEE.'.

       1 plage-sauve.
           2 LINE 21 COL 1 VALUE
               'Table sauvee (ancienne dans AFFECTATION-AVANT.DAT).'.

       1 plage-pause.
           2 LINE 23 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       *>La table decide ou l'argent des transactions arrive au
       *>livre : seul le profil R l'entretient, comme le plan.
       PERFORM controler-maitre.
       IF maitre-en-place = 'O' AND profil-operateur NOT = 'R'
           DISPLAY plage-refus-profil
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.

       PERFORM charger-affectations.
       PERFORM charger-plan-comptes.
       PERFORM UNTIL choix-action = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           EVALUATE choix-action
               WHEN 1
                   PERFORM lister-affectations
               WHEN 2
                   PERFORM affecter-type
               WHEN 3
                   PERFORM retirer-type
               WHEN 9
                   PERFORM valider-et-sauver
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le menu de comptabilite.
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

       lister-affectations.
           DISPLAY plage-entete-liste.
           MOVE 2 TO ligne-ecran.
           PERFORM VARYING af FROM 1 BY 1 UNTIL af > nb-affectations
               MOVE aft-type(af) TO saisie-type
               PERFORM controler-type
               MOVE aft-compte(af) TO compte-a-controler
               PERFORM controler-compte-plan
               DISPLAY plage-ligne-affectation
               ADD 1 TO ligne-ecran
           END-PERFORM.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Le type doit etre l'un des types que SaisieTransactions
       *>accepte ; son libelle sert a la liste.
       controler-type.
           MOVE 'N' TO type-valide.
           MOVE "(inconnu)" TO libelle-type-trx.
           PERFORM VARYING tt FROM 1 BY 1 UNTIL tt > 5
               IF ttr-code(tt) = saisie-type
                   MOVE 'O' TO type-valide
                   MOVE ttr-libelle(tt) TO libelle-type-trx
               END-IF
           END-PERFORM.

       *>Affecte un type : l'entree existante est remplacee, sinon
       *>une entree est ajoutee. Le compte doit etre ouvert au plan,
       *>le sens + ou -.
       affecter-type.
           DISPLAY plage-saisie-type.
           ACCEPT plage-saisie-type.
           MOVE FUNCTION UPPER-CASE(saisie-type) TO saisie-type.
           PERFORM controler-type.
           MOVE saisie-type TO type-a-affecter.
           PERFORM chercher-affectation.
           EVALUATE TRUE
               WHEN NOT TYPE-CONNU
                   DISPLAY plage-type-invalide
               WHEN affectation-trouvee = 0 AND nb-affectations >= 20
                   DISPLAY plage-table-pleine
               WHEN OTHER
                   PERFORM saisir-affectation
           END-EVALUATE.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       saisir-affectation.
           DISPLAY plage-saisie-affectation.
           ACCEPT plage-saisie-affectation.
           MOVE FUNCTION UPPER-CASE(saisie-compte) TO saisie-compte.
           MOVE saisie-compte TO compte-a-controler.
           PERFORM controler-compte-plan.
           EVALUATE TRUE
               WHEN NOT COMPTE-PLAN-ADMIS
                   DISPLAY plage-compte-refuse
               WHEN saisie-sens NOT = '+' AND saisie-sens NOT = '-'
                   DISPLAY plage-sens-invalide
               WHEN OTHER
                   IF affectation-trouvee = 0
                       ADD 1 TO nb-affectations
                       MOVE nb-affectations TO affectation-trouvee
                   END-IF
                   MOVE affectation-trouvee TO af
                   MOVE saisie-type TO aft-type(af)
                   MOVE saisie-compte TO aft-compte(af)
                   MOVE saisie-sens TO aft-sens(af)
                   PERFORM historiser-affectation
           END-EVALUATE.

       *>Retirer un type : PostageTransactions rejettera ses
       *>transactions (code TYP) jusqu'a une nouvelle affectation.
       retirer-type.
           DISPLAY plage-saisie-type.
           ACCEPT plage-saisie-type.
           MOVE FUNCTION UPPER-CASE(saisie-type) TO saisie-type.
           MOVE saisie-type TO type-a-affecter.
           PERFORM chercher-affectation.
           IF affectation-trouvee = 0
               DISPLAY plage-type-absent
           ELSE
               MOVE affectation-trouvee TO af
               MOVE SPACES TO aft-compte(af) aft-sens(af)
               PERFORM historiser-affectation
               PERFORM VARYING af FROM affectation-trouvee BY 1
                       UNTIL af >= nb-affectations
                   MOVE affectation(af + 1) TO affectation(af)
               END-PERFORM
               SUBTRACT 1 FROM nb-affectations
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       historiser-affectation.
           OPEN EXTEND FICHIER-HISTO-AFFECTATIONS.
           MOVE SPACES TO LIGNE-HISTO-AFFECTATION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO HAF-HORODATAGE.
           IF operateur-courant = SPACES OR LOW-VALUES
               MOVE "INCONNU" TO HAF-OPERATEUR
           ELSE
               MOVE operateur-courant TO HAF-OPERATEUR
           END-IF.
           MOVE aft-type(af) TO HAF-TYPE.
           MOVE aft-compte(af) TO HAF-COMPTE.
           MOVE aft-sens(af) TO HAF-SENS.
           WRITE LIGNE-HISTO-AFFECTATION.
           CLOSE FICHIER-HISTO-AFFECTATIONS.
           MOVE SPACES TO valeur-journal.
           STRING aft-type(af) " " aft-compte(af) " " aft-sens(af)
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-affectation.

       valider-et-sauver.
           IF affectations-tronquees = 'O'
               DISPLAY plage-table-tronquee
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               PERFORM sauver-ancienne-version
               PERFORM sauver-affectations
               DISPLAY plage-sauve
               DISPLAY plage-pause
               ACCEPT plage-pause
               MOVE 0 TO choix-action
           END-IF.

       *>Copie de l'ancien fichier avant remplacement, comme
       *>TAUX-TVA-AVANT.DAT.
       sauver-ancienne-version.
           MOVE 'N' TO fin-affectation.
           OPEN INPUT FICHIER-AFFECTATIONS.
           OPEN OUTPUT FICHIER-AFFECTATIONS-AVANT.
           IF statut-affectation(1:1) = "0"
               READ FICHIER-AFFECTATIONS
                   AT END MOVE 'O' TO fin-affectation
               END-READ
               PERFORM UNTIL fin-affectation = 'O'
                   MOVE LIGNE-AFFECTATION TO LIGNE-AFFECTATION-AVANT
                   WRITE LIGNE-AFFECTATION-AVANT
                   READ FICHIER-AFFECTATIONS
                       AT END MOVE 'O' TO fin-affectation
                   END-READ
               END-PERFORM
               CLOSE FICHIER-AFFECTATIONS
           END-IF.
           CLOSE FICHIER-AFFECTATIONS-AVANT.

       sauver-affectations.
           OPEN OUTPUT FICHIER-AFFECTATIONS.
           PERFORM VARYING af FROM 1 BY 1 UNTIL af > nb-affectations
               MOVE SPACES TO LIGNE-AFFECTATION
               MOVE aft-type(af) TO AFF-TYPE
               MOVE aft-compte(af) TO AFF-COMPTE
               MOVE aft-sens(af) TO AFF-SENS
               WRITE LIGNE-AFFECTATION
           END-PERFORM.
           CLOSE FICHIER-AFFECTATIONS.

       COPY AFFECTATION-CHARGE.

       COPY COMPTES-CHARGE.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-affectation
           NOM-PROGRAMME-JRN BY "MaintenanceAffectations"
           VALEUR-SAISIE BY valeur-journal.
