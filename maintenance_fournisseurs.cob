      *>Entretien des fournisseurs FOURNISSEURS.DAT : les adresses
      *>des grossistes etaient punaisees derriere le comptoir. Dans le
      *>moule de MaintenanceClients : liste, ajout, modification et
      *>retrait d'un fournisseur par son code. Un fournisseur porte
      *>sa raison sociale et son adresse (reprises sur les bons de
      *>commande), son telephone, son delai de livraison habituel en
      *>jours et son etat : A actif, F ferme (plus de commande, les
      *>receptions en cours restent admises). Un fournisseur encore
      *>fournisseur principal d'un article, ou qui a une commande en
      *>cours, ne se retire pas : on le ferme. Le fichier reste sous
      *>son verrou toute la seance. Reserve au responsable (profil
      *>R) des que le fichier maitre des operateurs est en service ;
      *>chaque changement part a l'historique FOURNISSEURS-HISTO.DAT
      *>et au journal, et l'ancienne version a FOURNISSEURS-AVANT.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintenanceFournisseurs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FOURNISSEUR-FICHIER.
           SELECT FICHIER-FOURNISSEURS-AVANT
               ASSIGN TO "FOURNISSEURS-AVANT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL FICHIER-HISTO-FOURNISSEURS
               ASSIGN TO "FOURNISSEURS-HISTO.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           COPY ARTICLE-FICHIER.
           COPY COMMANDE-FICHIER.
           SELECT FICHIER-MAITRE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-maitre.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY FOURNISSEUR-FD.

       FD FICHIER-FOURNISSEURS-AVANT.
       1 LIGNE-FOURNISSEUR-AVANT PIC X(123).

       *>Historique des changements : qui a cree, modifie (C, M) ou
       *>retire (R) quel fournisseur, et le fournisseur tel qu'il
       *>etait apres le changement (avant, pour un retrait).
       FD FICHIER-HISTO-FOURNISSEURS.
       1 LIGNE-HISTO-FOURNISSEUR.
           2 HFO-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 HFO-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 HFO-ACTION PIC X(01).
           2 FILLER PIC X(01).
           2 HFO-FOURNISSEUR PIC X(123).

       COPY ARTICLE-FD.

       COPY COMMANDE-FD.

       FD FICHIER-MAITRE.
       1 LIGNE-MAITRE PIC X(44).

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       COPY FOURNISSEUR-ZONE.
       COPY ARTICLE-ZONE.
       COPY COMMANDE-ZONE.
       77 statut-maitre PIC X(02).
       77 maitre-en-place PIC X(01) VALUE 'N'.

       77 choix-action PIC 9 VALUE 9.
       77 saisie-code PIC X(08).
       77 saisie-nom PIC X(30).
       77 saisie-adresse1 PIC X(30).
       77 saisie-adresse2 PIC X(30).
       77 saisie-telephone PIC X(15).
       77 saisie-delai PIC 9(03) VALUE 0.
       77 saisie-etat PIC X(01).
       77 saisie-refusee PIC X(01).
       77 motif-refus PIC X(50).
       77 action-histo PIC X(01).
       77 modifie PIC X(01) VALUE 'N'.
       77 nb-articles-fournis PIC 9(4) VALUE 0.
       77 nb-lignes-en-cours PIC 9(4) VALUE 0.
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
               'Fichier des fournisseurs occupe, reessayez plus tard.'.

       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Fournisseurs ('.
           2 PIC zz9 FROM nb-fournisseurs.
           2 VALUE ' fournisseurs)'.
           2 LINE 3 COL 1 VALUE '1. Lister les fournisseurs'.
           2 LINE 4 COL 1 VALUE '2. Ajouter un fournisseur'.
           2 LINE 5 COL 1 VALUE '3. Modifier un fournisseur'.
           2 LINE 6 COL 1 VALUE '4. Retirer un fournisseur'.
           2 LINE 7 COL 1 VALUE '9. Sauver et quitter'.
           2 LINE 8 COL 1 VALUE '0. Quitter sans sauver'.
           2 LINE 10 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-entete-liste.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Code     Raison sociale                 Telephone'.
           2 COL 58 VALUE 'Delai E'.

       1 plage-ligne-fournisseur.
           2 LINE ligne-ecran COL 1 PIC X(08) FROM fou-t-code(fo).
           2 COL 10 PIC X(30) FROM fou-t-nom(fo).
           2 COL 41 PIC X(15) FROM fou-t-telephone(fo).
           2 COL 59 PIC zz9 FROM fou-t-delai(fo).
           2 COL 64 PIC X(01) FROM fou-t-etat(fo).

       1 plage-saisie-code.
           2 LINE 12 COL 1 VALUE 'Code fournisseur : '.
           2 PIC X(08) TO saisie-code REQUIRED.

       1 plage-saisie-fournisseur.
           2 LINE 13 COL 1 VALUE 'Raison sociale : '.
           2 PIC X(30) USING saisie-nom REQUIRED.
           2 LINE 14 COL 1 VALUE 'Adresse        : '.
           2 PIC X(30) USING saisie-adresse1.
           2 LINE 15 COL 1 VALUE '                 '.
           2 PIC X(30) USING saisie-adresse2.
           2 LINE 16 COL 1 VALUE 'Telephone      : '.
           2 PIC X(15) USING saisie-telephone.
           2 LINE 17 COL 1 VALUE 'Delai de livraison (jours) : '.
           2 PIC 9(03) USING saisie-delai.
           2 LINE 18 COL 1 VALUE 'Etat (A actif, F ferme) : '.
           2 PIC X(01) USING saisie-etat REQUIRED.

       1 plage-refus.
           2 LINE 21 COL 1 PIC X(50) FROM motif-refus.

       1 plage-table-tronquee.
           2 LINE 21 COL 1 VALUE
               'FOURNISSEURS.DAT depasse l''editeur (100) :'.
           2 LINE 22 COL 1 VALUE ' sauvegarde REFUSEE.'.

       1 plage-sauve.
           2 LINE 21 COL 1 VALUE
               'Fournisseurs sauves (ancien : FOURNISSEURS-AVANT.DAT).'.

       1 plage-pause.
           2 LINE 23 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       *>Les commandes engagent le magasin : seul le profil R
       *>entretient les fournisseurs, comme les clients.
       PERFORM controler-maitre.
       IF maitre-en-place = 'O' AND profil-operateur NOT = 'R'
           DISPLAY plage-refus-profil
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.
       PERFORM verrouiller-fournisseurs.
       IF NOT VERROU-ACQUIS
           DISPLAY plage-occupe
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.

       PERFORM charger-fournisseurs.
       PERFORM UNTIL choix-action = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           EVALUATE choix-action
               WHEN 1
                   PERFORM lister-fournisseurs
               WHEN 2
                   PERFORM ajouter-fournisseur
               WHEN 3
                   PERFORM modifier-fournisseur
               WHEN 4
                   PERFORM retirer-fournisseur
               WHEN 9
                   PERFORM valider-et-sauver
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       PERFORM liberer-fournisseurs.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis MenuAchats.
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

       lister-fournisseurs.
           DISPLAY plage-entete-liste.
           MOVE 2 TO ligne-ecran.
           PERFORM VARYING fo FROM 1 BY 1 UNTIL fo > nb-fournisseurs
               IF ligne-ecran > 20
                   DISPLAY plage-pause
                   ACCEPT plage-pause
                   DISPLAY plage-entete-liste
                   MOVE 2 TO ligne-ecran
               END-IF
               DISPLAY plage-ligne-fournisseur
               ADD 1 TO ligne-ecran
           END-PERFORM.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       saisir-code.
           MOVE SPACES TO saisie-code.
           DISPLAY plage-saisie-code.
           ACCEPT plage-saisie-code.
           MOVE FUNCTION UPPER-CASE(saisie-code) TO saisie-code.
           MOVE saisie-code TO code-fournisseur-cherche.
           PERFORM chercher-fournisseur.

       ajouter-fournisseur.
           PERFORM saisir-code.
           EVALUATE TRUE
               WHEN fournisseur-trouve > 0
                   MOVE "Code fournisseur deja pris." TO motif-refus
                   DISPLAY plage-refus
               WHEN nb-fournisseurs >= 100
                   MOVE "Fichier plein (100 fournisseurs)."
                       TO motif-refus
                   DISPLAY plage-refus
               WHEN OTHER
                   MOVE SPACES TO saisie-nom saisie-adresse1
                       saisie-adresse2 saisie-telephone
                   MOVE 'A' TO saisie-etat
                   MOVE 0 TO saisie-delai
                   PERFORM saisir-fournisseur
                   IF saisie-refusee = 'N'
                       ADD 1 TO nb-fournisseurs
                       MOVE nb-fournisseurs TO fo
                       MOVE saisie-code TO fou-t-code(fo)
                       PERFORM ranger-saisie
                       MOVE 'C' TO action-histo
                       PERFORM historiser-fournisseur
                   END-IF
           END-EVALUATE.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       modifier-fournisseur.
           PERFORM saisir-code.
           IF fournisseur-trouve = 0
               MOVE "Code fournisseur inconnu." TO motif-refus
               DISPLAY plage-refus
           ELSE
               MOVE fournisseur-trouve TO fo
               MOVE fou-t-nom(fo) TO saisie-nom
               MOVE fou-t-adresse1(fo) TO saisie-adresse1
               MOVE fou-t-adresse2(fo) TO saisie-adresse2
               MOVE fou-t-telephone(fo) TO saisie-telephone
               MOVE fou-t-delai(fo) TO saisie-delai
               MOVE fou-t-etat(fo) TO saisie-etat
               PERFORM saisir-fournisseur
               IF saisie-refusee = 'N'
                   MOVE fournisseur-trouve TO fo
                   PERFORM ranger-saisie
                   MOVE 'M' TO action-histo
                   PERFORM historiser-fournisseur
               END-IF
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Un fournisseur encore attache a un article ou a une commande
       *>en cours reste au fichier : le reapprovisionnement et les
       *>receptions en ont besoin.
       retirer-fournisseur.
           PERFORM saisir-code.
           IF fournisseur-trouve > 0
               PERFORM compter-attaches
           END-IF.
           EVALUATE TRUE
               WHEN fournisseur-trouve = 0
                   MOVE "Code fournisseur inconnu." TO motif-refus
                   DISPLAY plage-refus
               WHEN nb-articles-fournis > 0
                   MOVE "Fournisseur d'articles : le fermer (F)."
                       TO motif-refus
                   DISPLAY plage-refus
               WHEN nb-lignes-en-cours > 0
                   MOVE "Commandes en cours : le fermer (F)."
                       TO motif-refus
                   DISPLAY plage-refus
               WHEN OTHER
                   MOVE fournisseur-trouve TO fo
                   MOVE 'R' TO action-histo
                   PERFORM historiser-fournisseur
                   PERFORM VARYING fo FROM fournisseur-trouve BY 1
                           UNTIL fo >= nb-fournisseurs
                       MOVE fournisseur(fo + 1) TO fournisseur(fo)
                   END-PERFORM
                   SUBTRACT 1 FROM nb-fournisseurs
                   MOVE 'O' TO modifie
           END-EVALUATE.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Articles dont il est le fournisseur principal et lignes de
       *>commande encore en cours chez lui, relus a chaque retrait.
       compter-attaches.
           MOVE 0 TO nb-articles-fournis nb-lignes-en-cours.
           PERFORM charger-articles.
           PERFORM VARYING ar FROM 1 BY 1 UNTIL ar > nb-articles
               IF art-t-fournisseur(ar) = saisie-code
                   ADD 1 TO nb-articles-fournis
               END-IF
           END-PERFORM.
           PERFORM charger-commandes.
           PERFORM VARYING lc FROM 1 BY 1
                   UNTIL lc > nb-lignes-commandes
               IF cde-t-fournisseur(lc) = saisie-code
                       AND COMMANDE-EN-COURS(lc)
                   ADD 1 TO nb-lignes-en-cours
               END-IF
           END-PERFORM.

       *>Saisie et controles d'un fournisseur ; le premier refus
       *>rencontre est affiche.
       saisir-fournisseur.
           MOVE 'O' TO saisie-refusee.
           DISPLAY plage-saisie-fournisseur.
           ACCEPT plage-saisie-fournisseur.
           MOVE FUNCTION UPPER-CASE(saisie-etat) TO saisie-etat.
           EVALUATE TRUE
               WHEN saisie-code = SPACES
                   MOVE "Code fournisseur vide refuse." TO motif-refus
               WHEN saisie-nom = SPACES
                   MOVE "Raison sociale a renseigner." TO motif-refus
               WHEN saisie-etat NOT = 'A' AND saisie-etat NOT = 'F'
                   MOVE "Etat A (actif) ou F (ferme)." TO motif-refus
               WHEN OTHER
                   MOVE 'N' TO saisie-refusee
           END-EVALUATE.
           IF saisie-refusee = 'O'
               DISPLAY plage-refus
           END-IF.

       ranger-saisie.
           MOVE saisie-nom TO fou-t-nom(fo).
           MOVE saisie-adresse1 TO fou-t-adresse1(fo).
           MOVE saisie-adresse2 TO fou-t-adresse2(fo).
           MOVE saisie-telephone TO fou-t-telephone(fo).
           MOVE saisie-delai TO fou-t-delai(fo).
           MOVE saisie-etat TO fou-t-etat(fo).
           MOVE 'O' TO modifie.

       historiser-fournisseur.
           OPEN EXTEND FICHIER-HISTO-FOURNISSEURS.
           MOVE SPACES TO LIGNE-HISTO-FOURNISSEUR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO HFO-HORODATAGE.
           IF operateur-courant = SPACES OR LOW-VALUES
               MOVE "INCONNU" TO HFO-OPERATEUR
           ELSE
               MOVE operateur-courant TO HFO-OPERATEUR
           END-IF.
           MOVE action-histo TO HFO-ACTION.
           MOVE SPACES TO LIGNE-FOURNISSEUR.
           MOVE fou-t-code(fo) TO FOU-CODE.
           MOVE fou-t-nom(fo) TO FOU-NOM.
           MOVE fou-t-adresse1(fo) TO FOU-ADRESSE1.
           MOVE fou-t-adresse2(fo) TO FOU-ADRESSE2.
           MOVE fou-t-telephone(fo) TO FOU-TELEPHONE.
           MOVE fou-t-delai(fo) TO FOU-DELAI.
           MOVE fou-t-etat(fo) TO FOU-ETAT.
           MOVE LIGNE-FOURNISSEUR TO HFO-FOURNISSEUR.
           WRITE LIGNE-HISTO-FOURNISSEUR.
           CLOSE FICHIER-HISTO-FOURNISSEURS.
           MOVE SPACES TO valeur-journal.
           STRING action-histo " " fou-t-code(fo) " "
               fou-t-etat(fo)
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-fournisseur.

       valider-et-sauver.
           IF fournisseurs-tronques = 'O'
               DISPLAY plage-table-tronquee
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               IF modifie = 'O'
                   PERFORM sauver-ancienne-version
                   PERFORM sauver-fournisseurs
               END-IF
               DISPLAY plage-sauve
               DISPLAY plage-pause
               ACCEPT plage-pause
               MOVE 0 TO choix-action
           END-IF.

       *>Copie de l'ancien fichier avant remplacement, comme
       *>CLIENTS-AVANT.DAT.
       sauver-ancienne-version.
           MOVE 'N' TO fin-fournisseurs.
           OPEN INPUT FICHIER-FOURNISSEURS.
           OPEN OUTPUT FICHIER-FOURNISSEURS-AVANT.
           IF statut-fournisseurs(1:1) = "0"
               READ FICHIER-FOURNISSEURS
                   AT END MOVE 'O' TO fin-fournisseurs
               END-READ
               PERFORM UNTIL fin-fournisseurs = 'O'
                   MOVE LIGNE-FOURNISSEUR TO LIGNE-FOURNISSEUR-AVANT
                   WRITE LIGNE-FOURNISSEUR-AVANT
                   READ FICHIER-FOURNISSEURS
                       AT END MOVE 'O' TO fin-fournisseurs
                   END-READ
               END-PERFORM
               CLOSE FICHIER-FOURNISSEURS
           END-IF.
           CLOSE FICHIER-FOURNISSEURS-AVANT.

       COPY FOURNISSEUR-CHARGE.

       COPY ARTICLE-CHARGE.

       COPY COMMANDE-CHARGE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-fournisseurs
           NOM-FICHIER-VERROU BY "VERROU-FOURNISSEURS.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-fournisseurs.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-fournisseur
           NOM-PROGRAMME-JRN BY "MaintenanceFournisseurs"
           VALEUR-SAISIE BY valeur-journal.
