      *>Entretien du plan comptable COMPTES.DAT : jusqu'ici n'importe
      *>quel appelant de CALCULSOMME ouvrait un compte du grand livre
      *>en passant un paramCompte nouveau, et une faute de frappe
      *>("CAISE") creait un compte de plus que personne ne voyait.
      *>Le plan fixe la liste des comptes admis — code, libelle,
      *>type (caisse, banque, recette, depense, correction...), etat
      *>ouvert ou ferme, date d'ouverture — et CALCULSOMME, CalculPrix
      *>et RejeuAttente refusent tout poste a un compte absent ou
      *>ferme. Cet ecran, dans le moule de MaintenanceTaux, liste,
      *>ajoute et modifie les comptes et les ferme ou les rouvre ;
      *>un compte ne se supprime pas (l'historique du livre le cite
      *>encore), il se ferme. Reserve au responsable (profil R) des
      *>que le fichier maitre des operateurs est en service ; chaque
      *>changement part a l'historique COMPTES-HISTO.DAT et au
      *>journal, et l'ancienne version a COMPTES-AVANT.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintenanceComptes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COMPTES-FICHIER.
           SELECT FICHIER-PLAN-AVANT ASSIGN TO "COMPTES-AVANT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL FICHIER-HISTO-PLAN
               ASSIGN TO "COMPTES-HISTO.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FICHIER-MAITRE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-maitre.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY COMPTES-FD.

       FD FICHIER-PLAN-AVANT.
       1 LIGNE-PLAN-AVANT PIC X(50).

       *>Historique des changements pour le comptable : qui a
       *>ouvert, modifie, ferme ou rouvert quel compte, et quand.
       FD FICHIER-HISTO-PLAN.
       1 LIGNE-HISTO-PLAN.
           2 HPL-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 HPL-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 HPL-CODE PIC X(08).
           2 FILLER PIC X(01).
           2 HPL-TYPE PIC X(01).
           2 FILLER PIC X(01).
           2 HPL-ETAT PIC X(01).
           2 FILLER PIC X(01).
           2 HPL-LIBELLE PIC X(25).

       FD FICHIER-MAITRE.
       1 LIGNE-MAITRE PIC X(44).

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY JOURNAL-ETAT.
       COPY COMPTES-ZONE.
       77 statut-maitre PIC X(02).
       77 maitre-en-place PIC X(01) VALUE 'N'.

       77 choix-action PIC 9 VALUE 9.
       77 numero-choisi PIC 99 VALUE 0.
       77 saisie-code PIC X(08).
       77 saisie-libelle PIC X(25).
       77 saisie-type PIC X(01).
       77 saisie-ouverture PIC 9(08).
       77 ligne-ecran PIC 99.
       77 i PIC 99.
       77 touche PIC X(01).
       77 type-valide PIC X(01) VALUE 'N'.
           88 TYPE-ADMIS VALUE 'O'.
       77 code-en-double PIC X(01) VALUE 'N'.
       77 valeur-journal PIC X(20).

       SCREEN SECTION.
       1 plage-refus-profil.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Ecran reserve au responsable (profil R).'.

       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Plan comptable du grand livre ('.
           2 PIC z9 FROM nb-plan.
           2 VALUE ' comptes)'.
           2 LINE 3 COL 1 VALUE '1. Lister les comptes'.
           2 LINE 4 COL 1 VALUE '2. Ouvrir un compte'.
           2 LINE 5 COL 1 VALUE '3. Modifier libelle et type'.
           2 LINE 6 COL 1 VALUE '4. Fermer ou rouvrir un compte'.
           2 LINE 7 COL 1 VALUE '9. Sauver et quitter'.
           2 LINE 8 COL 1 VALUE '0. Quitter sans sauver'.
           2 LINE 10 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-entete-liste.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'No Code     Libelle                   Type       E'.
           2 COL 52 VALUE 'Ouvert le'.

       1 plage-ligne-compte.
           2 LINE ligne-ecran COL 1 PIC z9 FROM i.
           2 COL 4 PIC X(08) FROM plan-code(i).
           2 COL 13 PIC X(25) FROM plan-libelle(i).
           2 COL 39 PIC X(10) FROM libelle-type-plan.
           2 COL 50 PIC X(01) FROM plan-etat(i).
           2 COL 52 PIC 9(08) FROM plan-ouverture(i).

       1 plage-types.
           2 LINE 18 COL 1 VALUE
               'Types : C caisse  B banque  R recette  D depense'.
           2 LINE 19 COL 1 VALUE
               '        X correction  P passif  T tiers  A autre'.

       1 plage-saisie-code.
           2 LINE 12 COL 1 VALUE 'Code du compte : '.
           2 PIC X(08) TO saisie-code REQUIRED.

       1 plage-saisie-compte.
           2 LINE 13 COL 1 VALUE 'Libelle : '.
           2 PIC X(25) TO saisie-libelle REQUIRED.
           2 LINE 14 COL 1 VALUE 'Type : '.
           2 PIC X(01) TO saisie-type REQUIRED.

       1 plage-saisie-ouverture.
           2 LINE 15 COL 1 VALUE
               'Ouvert le AAAAMMJJ (0 = aujourd''hui) : '.
           2 PIC 9(08) TO saisie-ouverture.

       1 plage-type-invalide.
           2 LINE 21 COL 1 VALUE 'Type de compte inconnu.'.

       1 plage-code-double.
           2 LINE 21 COL 1 VALUE 'Ce code existe deja au plan.'.

       1 plage-plan-plein.
           2 LINE 21 COL 1 VALUE 'Plan comptable plein (50 comptes).'.

       1 plage-saisie-numero.
           2 LINE 12 COL 1 VALUE 'Numero du compte : '.
           2 PIC 99 TO numero-choisi REQUIRED.

       1 plage-numero-invalide.
           2 LINE 21 COL 1 VALUE 'Numero de compte inconnu.'.

       1 plage-etat-change.
           2 LINE 21 COL 1 VALUE 'Compte '.
           2 PIC X(08) FROM plan-code(i).
           2 VALUE ' maintenant '.
           2 PIC X(01) FROM plan-etat(i).
           2 VALUE ' (O = ouvert, F = ferme).'.

       1 plage-table-tronquee.
           2 LINE 21 COL 1 VALUE
               'COMPTES.DAT depasse l''editeur (50 comptes) :'.
           2 LINE 22 COL 1 VALUE ' sauvegarde REFUSEE.'.

       1 plage-sauve.
           2 LINE 21 COL 1 VALUE
               'Plan sauve (ancien dans COMPTES-AVANT.DAT).'.

       1 plage-pause.
           2 LINE 23 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       *>Le plan decide quels comptes le grand livre accepte : des
       *>que le fichier maitre des operateurs est en service, seul
       *>le profil R l'entretient, comme les droits du menu.
       PERFORM controler-maitre.
       IF maitre-en-place = 'O' AND profil-operateur NOT = 'R'
           DISPLAY plage-refus-profil
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.

       PERFORM charger-plan-comptes.
       PERFORM UNTIL choix-action = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           EVALUATE choix-action
               WHEN 1
                   PERFORM lister-comptes
               WHEN 2
                   PERFORM ouvrir-compte
               WHEN 3
                   PERFORM modifier-compte
               WHEN 4
                   PERFORM basculer-etat-compte
               WHEN 9
                   PERFORM valider-et-sauver
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
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

       *>Liste par pages de 18 comptes, avec le libelle du type.
       lister-comptes.
           DISPLAY plage-entete-liste.
           MOVE 2 TO ligne-ecran.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-plan
               IF ligne-ecran > 19
                   DISPLAY plage-pause
                   ACCEPT plage-pause
                   DISPLAY plage-entete-liste
                   MOVE 2 TO ligne-ecran
               END-IF
               MOVE plan-code(i) TO compte-a-controler
               PERFORM controler-compte-plan
               DISPLAY plage-ligne-compte
               ADD 1 TO ligne-ecran
           END-PERFORM.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Libelle et type, le type redemande tant qu'il n'est pas
       *>l'un des types connus du plan.
       saisir-libelle-type.
           DISPLAY plage-types.
           MOVE 'N' TO type-valide.
           PERFORM UNTIL TYPE-ADMIS
               DISPLAY plage-saisie-compte
               ACCEPT plage-saisie-compte
               MOVE FUNCTION UPPER-CASE(saisie-type) TO saisie-type
               PERFORM VARYING ty FROM 1 BY 1 UNTIL ty > 8
                   IF typ-code(ty) = saisie-type
                       MOVE 'O' TO type-valide
                   END-IF
               END-PERFORM
               IF NOT TYPE-ADMIS
                   DISPLAY plage-type-invalide
               END-IF
           END-PERFORM.

       ouvrir-compte.
           IF nb-plan >= 50
               DISPLAY plage-plan-plein
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               DISPLAY plage-saisie-code
               ACCEPT plage-saisie-code
               MOVE FUNCTION UPPER-CASE(saisie-code) TO saisie-code
               MOVE 'N' TO code-en-double
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-plan
                   IF plan-code(i) = saisie-code
                       MOVE 'O' TO code-en-double
                   END-IF
               END-PERFORM
               IF code-en-double = 'O'
                   DISPLAY plage-code-double
                   DISPLAY plage-pause
                   ACCEPT plage-pause
               ELSE
                   PERFORM saisir-libelle-type
                   MOVE 0 TO saisie-ouverture
                   DISPLAY plage-saisie-ouverture
                   ACCEPT plage-saisie-ouverture
                   IF saisie-ouverture = 0
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO saisie-ouverture
                   END-IF
                   ADD 1 TO nb-plan
                   MOVE nb-plan TO i
                   MOVE saisie-code TO plan-code(i)
                   MOVE saisie-libelle TO plan-libelle(i)
                   MOVE saisie-type TO plan-type(i)
                   MOVE 'O' TO plan-etat(i)
                   MOVE saisie-ouverture TO plan-ouverture(i)
                   PERFORM historiser-compte
               END-IF
           END-IF.

       *>Le code ne change pas (le livre et l'historique le citent) :
       *>seuls le libelle et le type se corrigent.
       modifier-compte.
           DISPLAY plage-saisie-numero.
           ACCEPT plage-saisie-numero.
           IF numero-choisi >= 1 AND numero-choisi <= nb-plan
               MOVE numero-choisi TO i
               PERFORM saisir-libelle-type
               MOVE saisie-libelle TO plan-libelle(i)
               MOVE saisie-type TO plan-type(i)
               PERFORM historiser-compte
           ELSE
               DISPLAY plage-numero-invalide
               DISPLAY plage-pause
               ACCEPT plage-pause
           END-IF.

       *>Fermer un compte arrete ses postes (CALCULSOMME rend CI),
       *>son solde et son historique restent ; le rouvrir les
       *>reprend.
       basculer-etat-compte.
           DISPLAY plage-saisie-numero.
           ACCEPT plage-saisie-numero.
           IF numero-choisi >= 1 AND numero-choisi <= nb-plan
               MOVE numero-choisi TO i
               IF plan-etat(i) = 'F'
                   MOVE 'O' TO plan-etat(i)
               ELSE
                   MOVE 'F' TO plan-etat(i)
               END-IF
               PERFORM historiser-compte
               DISPLAY plage-etat-change
           ELSE
               DISPLAY plage-numero-invalide
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Chaque changement laisse sa ligne a l'historique pour le
       *>comptable, et sa ligne au journal des saisies.
       historiser-compte.
           OPEN EXTEND FICHIER-HISTO-PLAN.
           MOVE SPACES TO LIGNE-HISTO-PLAN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO HPL-HORODATAGE.
           IF operateur-courant = SPACES OR LOW-VALUES
               MOVE "INCONNU" TO HPL-OPERATEUR
           ELSE
               MOVE operateur-courant TO HPL-OPERATEUR
           END-IF.
           MOVE plan-code(i) TO HPL-CODE.
           MOVE plan-type(i) TO HPL-TYPE.
           MOVE plan-etat(i) TO HPL-ETAT.
           MOVE plan-libelle(i) TO HPL-LIBELLE.
           WRITE LIGNE-HISTO-PLAN.
           CLOSE FICHIER-HISTO-PLAN.
           MOVE SPACES TO valeur-journal.
           STRING plan-code(i) " " plan-type(i) " " plan-etat(i)
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-compte.

       valider-et-sauver.
           IF plan-tronque = 'O'
               DISPLAY plage-table-tronquee
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               PERFORM sauver-ancienne-version
               PERFORM sauver-plan
               DISPLAY plage-sauve
               DISPLAY plage-pause
               ACCEPT plage-pause
               MOVE 0 TO choix-action
           END-IF.

       *>Copie de l'ancien fichier avant remplacement, comme
       *>TAUX-TVA-AVANT.DAT.
       sauver-ancienne-version.
           MOVE 'N' TO fin-plan.
           OPEN INPUT FICHIER-PLAN-COMPTES.
           OPEN OUTPUT FICHIER-PLAN-AVANT.
           IF statut-plan(1:1) = "0"
               READ FICHIER-PLAN-COMPTES
                   AT END MOVE 'O' TO fin-plan
               END-READ
               PERFORM UNTIL fin-plan = 'O'
                   MOVE LIGNE-PLAN-COMPTES TO LIGNE-PLAN-AVANT
                   WRITE LIGNE-PLAN-AVANT
                   READ FICHIER-PLAN-COMPTES
                       AT END MOVE 'O' TO fin-plan
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PLAN-COMPTES
           END-IF.
           CLOSE FICHIER-PLAN-AVANT.

       sauver-plan.
           OPEN OUTPUT FICHIER-PLAN-COMPTES.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-plan
               MOVE SPACES TO LIGNE-PLAN-COMPTES
               MOVE plan-code(i) TO PLC-CODE
               MOVE plan-libelle(i) TO PLC-LIBELLE
               MOVE plan-type(i) TO PLC-TYPE
               MOVE plan-etat(i) TO PLC-ETAT
               MOVE plan-ouverture(i) TO PLC-OUVERTURE
               WRITE LIGNE-PLAN-COMPTES
           END-PERFORM.
           CLOSE FICHIER-PLAN-COMPTES.

       COPY COMPTES-CHARGE.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-compte
           NOM-PROGRAMME-JRN BY "MaintenanceComptes"
           VALEUR-SAISIE BY valeur-journal.
