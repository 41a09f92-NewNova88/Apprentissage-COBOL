      *>Entretien de l'echeancier RECURRENTES.DAT des transactions
      *>recurrentes (loyer, assurance, ordres permanents) que
      *>GenerationRecurrentes ajoute a TRANSACTIONS.DAT et que
      *>PrevisionTresorerie projette. Dans le moule de
      *>MaintenanceAffectations : liste, ajout, modification et
      *>retrait d'une echeance par sa reference. Le type doit etre
      *>l'un des types de SaisieTransactions, la frequence M, T, S,
      *>A ou H, le jour 1-31 (1-7 en hebdomadaire), les dates
      *>valides. Une modification garde la derniere echeance deja
      *>generee : rien n'est genere deux fois. L'echeancier reste
      *>sous son verrou toute la seance, pour qu'une generation ne
      *>passe pas entre la lecture et la sauvegarde. Reserve au
      *>responsable (profil R) des que le fichier maitre des
      *>operateurs est en service ; chaque changement part a
      *>l'historique RECURRENTES-HISTO.DAT et au journal, et
      *>l'ancienne version a RECURRENTES-AVANT.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintenanceRecurrentes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RECURRENTES-FICHIER.
           SELECT FICHIER-RECURRENTES-AVANT
               ASSIGN TO "RECURRENTES-AVANT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL FICHIER-HISTO-RECURRENTES
               ASSIGN TO "RECURRENTES-HISTO.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FICHIER-MAITRE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-maitre.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY RECURRENTES-FD.

       FD FICHIER-RECURRENTES-AVANT.
       1 LIGNE-RECURRENTE-AVANT PIC X(68).

       *>Historique des changements : qui a cree, modifie (C, M) ou
       *>retire (R) quelle echeance, et l'echeance telle qu'elle
       *>etait apres le changement (avant, pour un retrait).
       FD FICHIER-HISTO-RECURRENTES.
       1 LIGNE-HISTO-RECURRENTE.
           2 HRC-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 HRC-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 HRC-ACTION PIC X(01).
           2 FILLER PIC X(01).
           2 HRC-ECHEANCE PIC X(68).

       FD FICHIER-MAITRE.
       1 LIGNE-MAITRE PIC X(44).

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       COPY RECURRENTES-ZONE.
       77 statut-maitre PIC X(02).
       77 maitre-en-place PIC X(01) VALUE 'N'.

       *>Codes de type admis : les memes que SaisieTransactions.
       1 types-admis.
           2 FILLER PIC X(02) VALUE "VT".
           2 FILLER PIC X(02) VALUE "AV".
           2 FILLER PIC X(02) VALUE "AC".
           2 FILLER PIC X(02) VALUE "RG".
           2 FILLER PIC X(02) VALUE "DV".
       1 table-types REDEFINES types-admis.
           2 type-admis PIC X(02) OCCURS 5.
       77 t PIC 9.

       77 choix-action PIC 9 VALUE 9.
       77 saisie-code PIC X(02).
       77 saisie-libelle PIC X(20).
       77 saisie-type PIC X(02).
       77 saisie-montant PIC S9(7)V99 VALUE 0.
       77 saisie-frequence PIC X(01).
       77 saisie-jour PIC 9(02) VALUE 0.
       77 saisie-debut PIC 9(08) VALUE 0.
       77 saisie-fin PIC 9(08) VALUE 0.
       77 echeance-trouvee PIC 99 VALUE 0.
       77 saisie-refusee PIC X(01).
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
               'Echeancier occupe (generation en cours), reessayez.'.

       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Echeancier des recurrentes ('.
           2 PIC z9 FROM nb-recurrentes.
           2 VALUE ' echeances)'.
           2 LINE 3 COL 1 VALUE '1. Lister les echeances'.
           2 LINE 4 COL 1 VALUE '2. Ajouter une echeance'.
           2 LINE 5 COL 1 VALUE '3. Modifier une echeance'.
           2 LINE 6 COL 1 VALUE '4. Retirer une echeance'.
           2 LINE 7 COL 1 VALUE '9. Sauver et quitter'.
           2 LINE 8 COL 1 VALUE '0. Quitter sans sauver'.
           2 LINE 10 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-entete-liste.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Rf Libelle              Ty'.
           2 COL 28 VALUE '    Montant F Jr Debut    Fin      Derniere'.

       1 plage-ligne-echeance.
           2 LINE ligne-ecran COL 1 PIC X(02) FROM rct-code(rc).
           2 COL 4 PIC X(20) FROM rct-libelle(rc).
           2 COL 25 PIC X(02) FROM rct-type(rc).
           2 COL 28 PIC -(7)9.99 FROM rct-montant(rc).
           2 COL 40 PIC X(01) FROM rct-frequence(rc).
           2 COL 42 PIC 99 FROM rct-jour(rc).
           2 COL 45 PIC 9(08) FROM rct-debut(rc).
           2 COL 54 PIC 9(08) FROM rct-fin(rc).
           2 COL 63 PIC 9(08) FROM rct-derniere(rc).

       1 plage-saisie-code.
           2 LINE 12 COL 1 VALUE 'Reference (2 caracteres) : '.
           2 PIC X(02) TO saisie-code REQUIRED.

       1 plage-saisie-echeance.
           2 LINE 13 COL 1 VALUE 'Libelle : '.
           2 PIC X(20) USING saisie-libelle.
           2 LINE 14 COL 1 VALUE 'Type (VT/AV/AC/RG/DV) : '.
           2 PIC X(02) USING saisie-type REQUIRED.
           2 LINE 15 COL 1 VALUE 'Montant (signe) : '.
           2 PIC S9(7)V99 USING saisie-montant REQUIRED.
           2 LINE 16 COL 1 VALUE
               'Frequence (M mois, T trimestre, S semestre, A an, '.
           2 VALUE 'H semaine) : '.
           2 PIC X(01) USING saisie-frequence REQUIRED.
           2 LINE 17 COL 1 VALUE
               'Jour du mois (1-31, 1-7 lundi-dimanche en H) : '.
           2 PIC 99 USING saisie-jour REQUIRED.
           2 LINE 18 COL 1 VALUE 'Debut AAAAMMJJ : '.
           2 PIC 9(08) USING saisie-debut REQUIRED.
           2 LINE 19 COL 1 VALUE 'Fin AAAAMMJJ (0 = sans fin) : '.
           2 PIC 9(08) USING saisie-fin.

       1 plage-code-existe.
           2 LINE 21 COL 1 VALUE 'Reference deja prise.'.

       1 plage-code-absent.
           2 LINE 21 COL 1 VALUE 'Reference inconnue.'.

       1 plage-type-invalide.
           2 LINE 21 COL 1 VALUE
               'Type inconnu (VT, AV, AC, RG ou DV).'.

       1 plage-montant-nul.
           2 LINE 21 COL 1 VALUE 'Montant nul refuse.'.

       1 plage-frequence-invalide.
           2 LINE 21 COL 1 VALUE 'Frequence M, T, S, A ou H.'.

       1 plage-jour-invalide.
           2 LINE 21 COL 1 VALUE
               'Jour 1 a 31 (1 a 7 en hebdomadaire).'.

       1 plage-date-invalide.
           2 LINE 21 COL 1 VALUE
               'Date de debut ou de fin invalide.'.

       1 plage-table-pleine.
           2 LINE 21 COL 1 VALUE 'Echeancier plein (50 echeances).'.

       1 plage-table-tronquee.
           2 LINE 21 COL 1 VALUE
               'RECURRENTES.DAT depasse l''editeur (50 echeances) :'.
           2 LINE 22 COL 1 VALUE ' sauvegarde REFUSEE.'.

       1 plage-sauve.
           2 LINE 21 COL 1 VALUE
               'Echeancier sauve (ancien dans RECURRENTES-AVANT.DAT).'.

       1 plage-pause.
           2 LINE 23 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       *>L'echeancier fait naitre des transactions sans saisie :
       *>seul le profil R l'entretient, comme la table d'affectation.
       PERFORM controler-maitre.
       IF maitre-en-place = 'O' AND profil-operateur NOT = 'R'
           DISPLAY plage-refus-profil
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.
       PERFORM verrouiller-recurrentes.
       IF NOT VERROU-ACQUIS
           DISPLAY plage-occupe
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.

       PERFORM charger-recurrentes.
       PERFORM UNTIL choix-action = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           EVALUATE choix-action
               WHEN 1
                   PERFORM lister-echeances
               WHEN 2
                   PERFORM ajouter-echeance
               WHEN 3
                   PERFORM modifier-echeance
               WHEN 4
                   PERFORM retirer-echeance
               WHEN 9
                   PERFORM valider-et-sauver
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       PERFORM liberer-recurrentes.
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

       lister-echeances.
           DISPLAY plage-entete-liste.
           MOVE 2 TO ligne-ecran.
           PERFORM VARYING rc FROM 1 BY 1 UNTIL rc > nb-recurrentes
               IF ligne-ecran > 20
                   DISPLAY plage-pause
                   ACCEPT plage-pause
                   DISPLAY plage-entete-liste
                   MOVE 2 TO ligne-ecran
               END-IF
               DISPLAY plage-ligne-echeance
               ADD 1 TO ligne-ecran
           END-PERFORM.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       saisir-code.
           MOVE SPACES TO saisie-code.
           DISPLAY plage-saisie-code.
           ACCEPT plage-saisie-code.
           MOVE FUNCTION UPPER-CASE(saisie-code) TO saisie-code.
           MOVE 0 TO echeance-trouvee.
           PERFORM VARYING rc FROM 1 BY 1 UNTIL rc > nb-recurrentes
               IF rct-code(rc) = saisie-code
                   MOVE rc TO echeance-trouvee
               END-IF
           END-PERFORM.

       ajouter-echeance.
           PERFORM saisir-code.
           EVALUATE TRUE
               WHEN echeance-trouvee > 0
                   DISPLAY plage-code-existe
               WHEN nb-recurrentes >= 50
                   DISPLAY plage-table-pleine
               WHEN OTHER
                   MOVE SPACES TO saisie-libelle saisie-type
                       saisie-frequence
                   MOVE 0 TO saisie-montant saisie-jour saisie-debut
                       saisie-fin
                   PERFORM saisir-echeance
                   IF saisie-refusee = 'N'
                       ADD 1 TO nb-recurrentes
                       MOVE nb-recurrentes TO rc
                       MOVE saisie-code TO rct-code(rc)
                       MOVE 0 TO rct-derniere(rc)
                       PERFORM ranger-saisie
                       MOVE 'C' TO action-histo
                       PERFORM historiser-echeance
                   END-IF
           END-EVALUATE.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>La derniere echeance generee est gardee : changer le
       *>montant d'un loyer ne regenere pas les mois passes.
       modifier-echeance.
           PERFORM saisir-code.
           IF echeance-trouvee = 0
               DISPLAY plage-code-absent
           ELSE
               MOVE echeance-trouvee TO rc
               MOVE rct-libelle(rc) TO saisie-libelle
               MOVE rct-type(rc) TO saisie-type
               MOVE rct-montant(rc) TO saisie-montant
               MOVE rct-frequence(rc) TO saisie-frequence
               MOVE rct-jour(rc) TO saisie-jour
               MOVE rct-debut(rc) TO saisie-debut
               MOVE rct-fin(rc) TO saisie-fin
               PERFORM saisir-echeance
               IF saisie-refusee = 'N'
                   MOVE echeance-trouvee TO rc
                   PERFORM ranger-saisie
                   MOVE 'M' TO action-histo
                   PERFORM historiser-echeance
               END-IF
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       retirer-echeance.
           PERFORM saisir-code.
           IF echeance-trouvee = 0
               DISPLAY plage-code-absent
           ELSE
               MOVE echeance-trouvee TO rc
               MOVE 'R' TO action-histo
               PERFORM historiser-echeance
               PERFORM VARYING rc FROM echeance-trouvee BY 1
                       UNTIL rc >= nb-recurrentes
                   MOVE recurrente(rc + 1) TO recurrente(rc)
               END-PERFORM
               SUBTRACT 1 FROM nb-recurrentes
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Saisie et controles d'une echeance ; le premier refus
       *>rencontre est affiche.
       saisir-echeance.
           MOVE 'O' TO saisie-refusee.
           DISPLAY plage-saisie-echeance.
           ACCEPT plage-saisie-echeance.
           MOVE FUNCTION UPPER-CASE(saisie-type) TO saisie-type.
           MOVE FUNCTION UPPER-CASE(saisie-frequence)
               TO saisie-frequence.
           MOVE 0 TO t.
           PERFORM VARYING rc FROM 1 BY 1 UNTIL rc > 5
               IF type-admis(rc) = saisie-type
                   MOVE rc TO t
               END-IF
           END-PERFORM.
           MOVE 0 TO fq.
           PERFORM VARYING rc FROM 1 BY 1 UNTIL rc > 5
               IF frq-code(rc) = saisie-frequence
                   MOVE rc TO fq
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN t = 0
                   DISPLAY plage-type-invalide
               WHEN saisie-montant = 0
                   DISPLAY plage-montant-nul
               WHEN fq = 0
                   DISPLAY plage-frequence-invalide
               WHEN saisie-jour < 1 OR saisie-jour > 31
                   DISPLAY plage-jour-invalide
               WHEN saisie-frequence = 'H' AND saisie-jour > 7
                   DISPLAY plage-jour-invalide
               WHEN FUNCTION TEST-DATE-YYYYMMDD(saisie-debut) NOT = 0
                   DISPLAY plage-date-invalide
               WHEN saisie-fin NOT = 0
                       AND (FUNCTION TEST-DATE-YYYYMMDD(saisie-fin)
                           NOT = 0
                       OR saisie-fin < saisie-debut)
                   DISPLAY plage-date-invalide
               WHEN OTHER
                   MOVE 'N' TO saisie-refusee
           END-EVALUATE.

       ranger-saisie.
           MOVE saisie-libelle TO rct-libelle(rc).
           MOVE saisie-type TO rct-type(rc).
           MOVE saisie-montant TO rct-montant(rc).
           MOVE saisie-frequence TO rct-frequence(rc).
           MOVE saisie-jour TO rct-jour(rc).
           MOVE saisie-debut TO rct-debut(rc).
           MOVE saisie-fin TO rct-fin(rc).
           MOVE 'O' TO modifie.

       historiser-echeance.
           OPEN EXTEND FICHIER-HISTO-RECURRENTES.
           MOVE SPACES TO LIGNE-HISTO-RECURRENTE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO HRC-HORODATAGE.
           IF operateur-courant = SPACES OR LOW-VALUES
               MOVE "INCONNU" TO HRC-OPERATEUR
           ELSE
               MOVE operateur-courant TO HRC-OPERATEUR
           END-IF.
           MOVE action-histo TO HRC-ACTION.
           MOVE SPACES TO LIGNE-RECURRENTE.
           MOVE rct-code(rc) TO REC-CODE.
           MOVE rct-libelle(rc) TO REC-LIBELLE.
           MOVE rct-type(rc) TO REC-TYPE.
           MOVE rct-montant(rc) TO REC-MONTANT.
           MOVE rct-frequence(rc) TO REC-FREQUENCE.
           MOVE rct-jour(rc) TO REC-JOUR.
           MOVE rct-debut(rc) TO REC-DEBUT.
           MOVE rct-fin(rc) TO REC-FIN.
           MOVE rct-derniere(rc) TO REC-DERNIERE.
           MOVE LIGNE-RECURRENTE TO HRC-ECHEANCE.
           WRITE LIGNE-HISTO-RECURRENTE.
           CLOSE FICHIER-HISTO-RECURRENTES.
           MOVE SPACES TO valeur-journal.
           STRING action-histo " " rct-code(rc) " " rct-type(rc)
               " " rct-frequence(rc) rct-jour(rc)
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-echeance.

       valider-et-sauver.
           IF recurrentes-tronquees = 'O'
               DISPLAY plage-table-tronquee
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               IF modifie = 'O'
                   PERFORM sauver-ancienne-version
                   PERFORM sauver-recurrentes
               END-IF
               DISPLAY plage-sauve
               DISPLAY plage-pause
               ACCEPT plage-pause
               MOVE 0 TO choix-action
           END-IF.

       *>Copie de l'ancien fichier avant remplacement, comme
       *>AFFECTATION-AVANT.DAT.
       sauver-ancienne-version.
           MOVE 'N' TO fin-recurrentes.
           OPEN INPUT FICHIER-RECURRENTES.
           OPEN OUTPUT FICHIER-RECURRENTES-AVANT.
           IF statut-recurrentes(1:1) = "0"
               READ FICHIER-RECURRENTES
                   AT END MOVE 'O' TO fin-recurrentes
               END-READ
               PERFORM UNTIL fin-recurrentes = 'O'
                   MOVE LIGNE-RECURRENTE TO LIGNE-RECURRENTE-AVANT
                   WRITE LIGNE-RECURRENTE-AVANT
                   READ FICHIER-RECURRENTES
                       AT END MOVE 'O' TO fin-recurrentes
                   END-READ
               END-PERFORM
               CLOSE FICHIER-RECURRENTES
           END-IF.
           CLOSE FICHIER-RECURRENTES-AVANT.

       COPY RECURRENTES-CHARGE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-recurrentes
           NOM-FICHIER-VERROU BY "VERROU-RECURRENTES.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-recurrentes.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-echeance
           NOM-PROGRAMME-JRN BY "MaintenanceRecurrentes"
           VALEUR-SAISIE BY valeur-journal.
