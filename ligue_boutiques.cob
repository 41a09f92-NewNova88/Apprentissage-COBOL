      *>Ligue inter-boutiques du concours TpPlusOuMoins : chaque
      *>boutique tenait son propre CLASSEMENT.DAT et la rivalite se
      *>reglait de vive voix. Les parties de la saison et les joueurs
      *>inscrits de l'autre boutique arrivent par la valise de
      *>transfert, marques de leur boutique d'origine
      *>(LIGUE-CLASSEMENT-<boutique>.DAT et
      *>LIGUE-JOUEURS-<boutique>.DAT). La fusion rapproche d'abord
      *>les identites : un joueur recu est le meme qu'un inscrit
      *>d'ici si les noms ne different que par la casse ou les
      *>blancs, ou si un alias le dit (LIGUE-ALIAS.DAT : "Bob" la-bas
      *>est "Robert" ici) ; sinon il garde son nom. La ligue retient
      *>l'orthographe inscrite ici. Chaque partie recue repasse par
      *>le rejeu du tirage de VerifScores (SCORE-REJEU) : seules les
      *>parties OK comptent, les ecarts et inverifiables sont ecartes
      *>et comptes. Les parties retenues des deux boutiques sortent
      *>dans LIGUE-PARTIES.DAT (partie + boutique), et l'etat
      *>LIGUE-<horo>.DAT, au catalogue des rapports, donne le
      *>classement commun par difficulte (meme regle que
      *>RapportClassement), le match boutique contre boutique par
      *>difficulte et le compte rendu du rapprochement. L'ecran sert
      *>aussi a saisir les alias et le code de la boutique
      *>(BOUTIQUE.DAT, lu par ValiseTransfert), changements
      *>journalises.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LigueBoutiques.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *>Parties d'ici (CLASSEMENT.DAT) puis parties recues.
           SELECT FICHIER-CLASSEMENT ASSIGN USING nom-classement
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-classement.
           *>Joueurs d'ici (JOUEURS.DAT) puis joueurs recus.
           SELECT OPTIONAL FICHIER-JOUEURS ASSIGN USING nom-joueurs
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-joueurs.
           SELECT OPTIONAL FICHIER-ALIAS ASSIGN TO "LIGUE-ALIAS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-alias.
           SELECT FICHIER-PARTIES ASSIGN TO "LIGUE-PARTIES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY BOUTIQUE-FICHIER.
           COPY CATALOGUE-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       FD FICHIER-CLASSEMENT.
       1 LIGNE-CLASSEMENT.
           2 CLS-JOUEUR PIC x(20).
           2 FILLER PIC x(01).
           2 CLS-NBCOUP PIC 999.
           2 FILLER PIC x(01).
           2 CLS-DATE PIC x(08).
           2 FILLER PIC x(01).
           2 CLS-SEED PIC 9(8).
           2 FILLER PIC x(01).
           2 CLS-NBALEATOIRE PIC 999.
           2 FILLER PIC x(01).
           2 CLS-NIVEAU PIC X.
           2 FILLER PIC x(01).
           2 CLS-ISSUE PIC X.

       FD FICHIER-JOUEURS.
       1 LIGNE-JOUEUR.
           2 JOU-NOM PIC X(20).
           2 FILLER PIC X(01).
           2 JOU-DATE-INSCRIPTION PIC X(08).
           2 FILLER PIC X(01).
           2 JOU-COTE PIC 9(04).

       *>Alias : boutique d'origine, nom tel que recu, nom inscrit
       *>ici.
       FD FICHIER-ALIAS.
       1 LIGNE-ALIAS.
           2 ALI-BOUTIQUE PIC X(09).
           2 FILLER PIC X(01).
           2 ALI-NOM-RECU PIC X(20).
           2 FILLER PIC X(01).
           2 ALI-NOM-ICI PIC X(20).

       *>Partie retenue par la ligue (joueur sous son nom de ligue)
       *>suivie de sa boutique.
       FD FICHIER-PARTIES.
       1 LIGNE-PARTIE.
           2 PAR-PARTIE PIC X(50).
           2 FILLER PIC X(01).
           2 PAR-BOUTIQUE PIC X(09).

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(100).

       COPY BOUTIQUE-FD.

       COPY CATALOGUE-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY JOURNAL-ETAT.
       COPY BOUTIQUE-ZONE.
       77 statut-classement PIC X(02).
       77 statut-joueurs PIC X(02).
       77 statut-alias PIC X(02).
       77 nom-classement PIC X(30).
       77 nom-joueurs PIC X(30).
       77 fin-fichier PIC X(01).
       77 choix-action PIC 9 VALUE 9.
       77 boutique-recue PIC X(09).
       77 motif-refus PIC X(50).
       77 touche PIC X(01).
       77 valeur-journal PIC X(20).

       *>Joueurs inscrits ici.
       77 nb-inscrits PIC 999 VALUE 0.
       77 i PIC 999.
       1 inscrits.
           2 ins-nom PIC X(20) OCCURS 200.

       *>Alias de la ligue, tenus en memoire.
       77 nb-alias PIC 999 VALUE 0.
       77 a PIC 999.
       77 alias-trouve PIC 999.
       77 alias-tronques PIC X(01) VALUE 'N'.
       1 table-alias.
           2 alias-ligue OCCURS 100.
               3 ali-t-boutique PIC X(09).
               3 ali-t-recu PIC X(20).
               3 ali-t-ici PIC X(20).

       *>Saisie d'un alias.
       77 nom-recu-saisi PIC X(20).
       77 nom-ici-saisi PIC X(20).

       *>Rapprochement d'un nom recu : nom de ligue et maniere
       *>(M = meme nom a la casse pres, A = alias, N = nouveau).
       77 nom-a-resoudre PIC X(20).
       77 nom-normalise PIC X(20).
       77 nom-ligue PIC X(20).
       77 maniere-rapprochement PIC X(01).
       77 nb-recus PIC 9(4) VALUE 0.
       77 nb-reconnus PIC 9(4) VALUE 0.
       77 nb-par-alias PIC 9(4) VALUE 0.
       77 nb-nouveaux PIC 9(4) VALUE 0.

       *>Rejeu du tirage des parties recues.
       77 borneMax PIC 999.
       77 nb-rejoue PIC 999.
       77 verdict PIC X(12).
       77 nb-parties-recues PIC 9(5) VALUE 0.
       77 nb-retenues PIC 9(5) VALUE 0.
       77 nb-ecarts PIC 9(5) VALUE 0.
       77 nb-inverifiables PIC 9(5) VALUE 0.
       77 nb-parties-ici PIC 9(5) VALUE 0.

       *>Cumuls par couple (niveau, joueur de ligue), avec les
       *>boutiques ou il a joue.
       77 boutique-ligne PIC 9.
       77 nb-joueurs PIC 999 VALUE 0.
       77 j PIC 999.
       77 k PIC 999.
       77 joueur-trouve PIC X(01).
       1 palmares.
           2 cumul-joueur OCCURS 400.
               3 pal-niveau PIC 9.
               3 pal-joueur PIC X(20).
               3 pal-parties PIC 9(4).
               3 pal-gagnees PIC 9(4).
               3 pal-meilleur PIC 999.
               3 pal-boutique PIC X(01) OCCURS 2.

       *>Match boutique contre boutique : par niveau (0 a 3, rang
       *>niveau + 1) et par boutique (1 = ici, 2 = recue).
       77 nv PIC 9.
       77 bq PIC 9.
       1 match-boutiques.
           2 match-niveau OCCURS 4.
               3 match-boutique OCCURS 2.
                   4 mat-parties PIC 9(5).
                   4 mat-gagnees PIC 9(5).
                   4 mat-meilleur PIC 999.
                   4 mat-champion PIC X(20).
       1 codes-boutiques.
           2 code-match PIC X(09) OCCURS 2.
       1 taux-boutiques.
           2 taux-match PIC 999 OCCURS 2.

       *>Edition.
       77 niveau-ligne PIC 9.
       77 niveau-edite PIC 9.
       77 taux-victoire PIC 999.
       77 rang PIC 999.
       77 parties-edit PIC zzz9.
       77 gagnees-edit PIC zzz9.
       77 meilleur-edit PIC zz9.
       77 taux-edit PIC zz9.
       77 rang-edit PIC zz9.
       77 compte-edit PIC zzzz9.
       77 boutiques-joueur PIC X(19).
       77 horodatage-etat PIC X(14).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.

       SCREEN SECTION.
       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Ligue inter-boutiques - boutique '.
           2 PIC X(09) FROM code-boutique.
           2 LINE 3 COL 1 VALUE '1. Fusionner et editer la ligue'.
           2 LINE 4 COL 1 VALUE '2. Ajouter un alias de joueur'.
           2 LINE 5 COL 1 VALUE '3. Code de cette boutique'.
           2 LINE 6 COL 1 VALUE '0. Fin'.
           2 LINE 8 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-boutique-recue.
           2 LINE 10 COL 1 VALUE 'Parties recues de la boutique : '.
           2 PIC X(09) TO boutique-recue REQUIRED.

       1 plage-saisie-alias.
           2 LINE 10 COL 1 VALUE 'Boutique d''origine : '.
           2 PIC X(09) TO boutique-recue REQUIRED.
           2 LINE 11 COL 1 VALUE 'Nom tel que recu   : '.
           2 PIC X(20) TO nom-recu-saisi REQUIRED.
           2 LINE 12 COL 1 VALUE 'Joueur inscrit ici : '.
           2 PIC X(20) TO nom-ici-saisi REQUIRED.

       1 plage-saisie-code.
           2 LINE 10 COL 1 VALUE 'Code de cette boutique : '.
           2 PIC X(09) TO code-boutique REQUIRED.

       1 plage-refus.
           2 LINE 15 COL 1 PIC X(50) FROM motif-refus.

       1 plage-fini.
           2 LINE 12 COL 1 VALUE 'Etat genere        : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 13 COL 1 VALUE 'Parties d''ici      : '.
           2 PIC zzzz9 FROM nb-parties-ici.
           2 LINE 14 COL 1 VALUE 'Parties recues     : '.
           2 PIC zzzz9 FROM nb-parties-recues.
           2 COL 30 VALUE 'retenues : '.
           2 PIC zzzz9 FROM nb-retenues.
           2 LINE 15 COL 1 VALUE 'Ecartees (ecart)   : '.
           2 PIC zzzz9 FROM nb-ecarts.
           2 COL 30 VALUE 'inverifiables : '.
           2 PIC zzzz9 FROM nb-inverifiables.
           2 LINE 16 COL 1 VALUE 'Joueurs recus      : '.
           2 PIC zzz9 FROM nb-recus.
           2 COL 30 VALUE 'nouveaux : '.
           2 PIC zzz9 FROM nb-nouveaux.

       1 plage-table-tronquee.
           2 LINE 15 COL 1 VALUE
               'LIGUE-ALIAS.DAT depasse l''editeur :'.
           2 LINE 16 COL 1 VALUE ' sauvegarde REFUSEE.'.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "CLASSEMENT.DAT"
           ENTETE-ATTENDU BY entete-classement.
       PERFORM charger-boutique.
       PERFORM charger-alias.
       PERFORM UNTIL choix-action = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           EVALUATE choix-action
               WHEN 1
                   PERFORM editer-ligue
               WHEN 2
                   PERFORM ajouter-alias
               WHEN 3
                   PERFORM fixer-code-boutique
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le sous-menu des outils.
       GOBACK.

       *>Fusion des deux boutiques et edition de la ligue. La
       *>boutique recue doit etre une autre que celle-ci, et ses
       *>parties doivent etre arrivees par la valise.
       editer-ligue.
           MOVE SPACES TO boutique-recue motif-refus.
           DISPLAY plage-boutique-recue.
           ACCEPT plage-boutique-recue.
           MOVE FUNCTION UPPER-CASE(boutique-recue) TO boutique-recue.
           MOVE SPACES TO nom-classement.
           STRING "LIGUE-CLASSEMENT-" boutique-recue
               DELIMITED BY SPACE ".DAT" DELIMITED BY SIZE
               INTO nom-classement.
           IF boutique-recue = code-boutique
               MOVE "C'est le code de cette boutique." TO motif-refus
           ELSE
               OPEN INPUT FICHIER-CLASSEMENT
               IF statut-classement NOT = "00"
                   MOVE "Pas de parties recues de cette boutique."
                       TO motif-refus
               ELSE
                   CLOSE FICHIER-CLASSEMENT
                   PERFORM controler-dessin-recu
               END-IF
           END-IF.
           IF motif-refus NOT = SPACES
               DISPLAY plage-refus
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               PERFORM fusionner-ligue
               DISPLAY plage-fini
               DISPLAY plage-pause
               ACCEPT plage-pause
           END-IF.

       fusionner-ligue.
           MOVE 0 TO nb-joueurs nb-recus nb-reconnus nb-par-alias
               nb-nouveaux nb-parties-recues nb-retenues nb-ecarts
               nb-inverifiables nb-parties-ici nb-lignes-rapport.
           PERFORM VARYING nv FROM 1 BY 1 UNTIL nv > 4
               PERFORM VARYING bq FROM 1 BY 1 UNTIL bq > 2
                   MOVE 0 TO mat-parties(nv, bq) mat-gagnees(nv, bq)
                   MOVE 999 TO mat-meilleur(nv, bq)
                   MOVE SPACES TO mat-champion(nv, bq)
               END-PERFORM
           END-PERFORM.
           MOVE code-boutique TO code-match(1).
           MOVE boutique-recue TO code-match(2).
           PERFORM charger-inscrits.
           MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
           MOVE SPACES TO nom-rapport.
           STRING "LIGUE-" horodatage-etat ".DAT"
               DELIMITED BY SIZE INTO nom-rapport.
           OPEN OUTPUT FICHIER-ETAT.
           MOVE SPACES TO LIGNE-ETAT.
           STRING "LIGUE INTER-BOUTIQUES  " code-boutique
               " contre " boutique-recue
               "  edition du " horodatage-etat(1:8)
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           PERFORM rapprocher-joueurs.
           OPEN OUTPUT FICHIER-PARTIES.
           *>Parties d'ici : deja sous le nom inscrit.
           MOVE 1 TO boutique-ligne.
           MOVE "CLASSEMENT.DAT" TO nom-classement.
           PERFORM lire-parties.
           *>Parties recues : rejeu du tirage et rapprochement.
           MOVE 2 TO boutique-ligne.
           MOVE SPACES TO nom-classement.
           STRING "LIGUE-CLASSEMENT-" boutique-recue
               DELIMITED BY SPACE ".DAT" DELIMITED BY SIZE
               INTO nom-classement.
           PERFORM lire-parties.
           CLOSE FICHIER-PARTIES.
           PERFORM editer-controle-parties.
           *>Une section par difficulte, 0 = lignes anterieures a
           *>l'ajout du niveau.
           PERFORM VARYING niveau-edite FROM 1 BY 1
                   UNTIL niveau-edite > 3
               PERFORM editer-niveau
           END-PERFORM.
           MOVE 0 TO niveau-edite.
           PERFORM editer-niveau.
           PERFORM editer-match.
           CLOSE FICHIER-ETAT.
           PERFORM cataloguer-rapport.

       charger-inscrits.
           MOVE 0 TO nb-inscrits.
           MOVE "JOUEURS.DAT" TO nom-joueurs.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-JOUEURS.
           IF statut-joueurs(1:1) = "0"
               PERFORM UNTIL fin-fichier = 'O'
                   READ FICHIER-JOUEURS
                       AT END MOVE 'O' TO fin-fichier
                       NOT AT END
                           IF nb-inscrits < 200
                               ADD 1 TO nb-inscrits
                               MOVE JOU-NOM TO ins-nom(nb-inscrits)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-JOUEURS.

       *>Rapprochement des joueurs recus, liste au debut de l'etat :
       *>seuls les alias et les nouveaux sont detailles.
       rapprocher-joueurs.
           MOVE "Rapprochement des joueurs recus" TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE SPACES TO nom-joueurs.
           STRING "LIGUE-JOUEURS-" boutique-recue
               DELIMITED BY SPACE ".DAT" DELIMITED BY SIZE
               INTO nom-joueurs.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-JOUEURS.
           IF statut-joueurs(1:1) = "0"
               PERFORM UNTIL fin-fichier = 'O'
                   READ FICHIER-JOUEURS
                       AT END MOVE 'O' TO fin-fichier
                       NOT AT END PERFORM rapprocher-joueur-recu
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-JOUEURS.
           MOVE nb-recus TO compte-edit.
           STRING "Joueurs recus : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           MOVE nb-reconnus TO compte-edit.
           STRING "  meme nom : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT(22:).
           MOVE nb-par-alias TO compte-edit.
           STRING "  alias : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT(40:).
           MOVE nb-nouveaux TO compte-edit.
           STRING "  nouveaux : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT(55:).
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.

       rapprocher-joueur-recu.
           ADD 1 TO nb-recus.
           MOVE JOU-NOM TO nom-a-resoudre.
           PERFORM resoudre-nom.
           EVALUATE maniere-rapprochement
               WHEN 'M'
                   ADD 1 TO nb-reconnus
               WHEN 'A'
                   ADD 1 TO nb-par-alias
                   STRING "  " nom-a-resoudre " -> " nom-ligue
                       " (alias)"
                       DELIMITED BY SIZE INTO LIGNE-ETAT
                   PERFORM ecrire-ligne-etat
               WHEN OTHER
                   ADD 1 TO nb-nouveaux
                   STRING "  " nom-a-resoudre
                       " inconnu ici, garde son nom"
                       DELIMITED BY SIZE INTO LIGNE-ETAT
                   PERFORM ecrire-ligne-etat
           END-EVALUATE.

       *>Nom de ligue d'un nom recu : l'alias de la boutique recue
       *>d'abord, puis un inscrit d'ici au meme nom (casse et blancs
       *>ignores, comme a la validation du jeu), sinon le nom recu.
       resoudre-nom.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(nom-a-resoudre))
               TO nom-normalise.
           MOVE nom-a-resoudre TO nom-ligue.
           MOVE 'N' TO maniere-rapprochement.
           PERFORM VARYING a FROM 1 BY 1
                   UNTIL a > nb-alias OR maniere-rapprochement = 'A'
               IF ali-t-boutique(a) = boutique-recue
                       AND FUNCTION UPPER-CASE(
                           FUNCTION TRIM(ali-t-recu(a)))
                           = nom-normalise
                   MOVE ali-t-ici(a) TO nom-ligue
                   MOVE 'A' TO maniere-rapprochement
               END-IF
           END-PERFORM.
           IF maniere-rapprochement = 'N'
               PERFORM VARYING i FROM 1 BY 1
                       UNTIL i > nb-inscrits
                       OR maniere-rapprochement = 'M'
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(ins-nom(i)))
                           = nom-normalise
                       MOVE ins-nom(i) TO nom-ligue
                       MOVE 'M' TO maniere-rapprochement
                   END-IF
               END-PERFORM
           END-IF.

       *>Les parties recues sont une copie du classement de l'autre
       *>boutique, entete de dessin compris : au mauvais dessin (ou
       *>sans entete, boutique pas encore convertie), elles se
       *>liraient de travers.
       controler-dessin-recu.
           MOVE nom-classement TO dsn-fichier.
           MOVE entete-classement TO dsn-entete.
           MOVE 'O' TO dsn-silence.
           CALL 'ControleDessin' USING demande-dessin.
           IF NOT DESSIN-CONFORME
               MOVE "Parties recues a convertir (outils 42, 1)."
                   TO motif-refus
           END-IF.

       *>Lecture des parties d'une boutique (boutique-ligne).
       lire-parties.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-CLASSEMENT.
           IF statut-classement = "00"
               PERFORM sauter-entete-classement
               PERFORM UNTIL fin-fichier = 'O'
                   READ FICHIER-CLASSEMENT
                       AT END MOVE 'O' TO fin-fichier
                       NOT AT END PERFORM retenir-partie
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CLASSEMENT
           END-IF.

       *>Une partie recue ne compte que si le rejeu du tirage la
       *>confirme ; retenue, elle part sous son nom de ligue.
       retenir-partie.
           IF boutique-ligne = 1
               ADD 1 TO nb-parties-ici
           ELSE
               ADD 1 TO nb-parties-recues
               COPY SCORE-REJEU
                   REPLACING NIVEAU-R BY CLS-NIVEAU
                   GRAINE-R BY CLS-SEED
                   TIRAGE-R BY CLS-NBALEATOIRE
                   BORNE-R BY borneMax
                   REJOUE-R BY nb-rejoue
                   VERDICT-R BY verdict.
               EVALUATE verdict
                   WHEN "OK"
                       ADD 1 TO nb-retenues
                   WHEN "ECART"
                       ADD 1 TO nb-ecarts
                   WHEN OTHER
                       ADD 1 TO nb-inverifiables
               END-EVALUATE
               IF verdict = "OK"
                   MOVE CLS-JOUEUR TO nom-a-resoudre
                   PERFORM resoudre-nom
                   MOVE nom-ligue TO CLS-JOUEUR
               END-IF
           END-IF.
           IF boutique-ligne = 1 OR verdict = "OK"
               MOVE SPACES TO LIGNE-PARTIE
               MOVE LIGNE-CLASSEMENT TO PAR-PARTIE
               MOVE code-match(boutique-ligne) TO PAR-BOUTIQUE
               WRITE LIGNE-PARTIE
               PERFORM cumuler-ligne
           END-IF.

       *>Cumul de la partie dans son couple (niveau, joueur) et dans
       *>le match de sa boutique, comme le palmares : seules les
       *>parties gagnees alimentent le meilleur score, et les
       *>anciennes lignes sans issue sont comptees gagnees.
       cumuler-ligne.
           IF CLS-NIVEAU IS NUMERIC
               MOVE CLS-NIVEAU TO niveau-ligne
           ELSE
               MOVE 0 TO niveau-ligne
           END-IF.
           MOVE 'N' TO joueur-trouve.
           PERFORM VARYING j FROM 1 BY 1
                   UNTIL j > nb-joueurs OR joueur-trouve = 'O'
               IF pal-niveau(j) = niveau-ligne
                       AND pal-joueur(j) = CLS-JOUEUR
                   MOVE 'O' TO joueur-trouve
                   SUBTRACT 1 FROM j
               END-IF
           END-PERFORM.
           IF joueur-trouve NOT = 'O'
               IF nb-joueurs < 400
                   ADD 1 TO nb-joueurs
                   MOVE nb-joueurs TO j
                   MOVE niveau-ligne TO pal-niveau(j)
                   MOVE CLS-JOUEUR TO pal-joueur(j)
                   MOVE 0 TO pal-parties(j) pal-gagnees(j)
                   MOVE 999 TO pal-meilleur(j)
                   MOVE SPACES TO pal-boutique(j, 1) pal-boutique(j, 2)
               ELSE
                   MOVE nb-joueurs TO j
               END-IF
           END-IF.
           MOVE 'O' TO pal-boutique(j, boutique-ligne).
           COMPUTE nv = niveau-ligne + 1.
           MOVE boutique-ligne TO bq.
           ADD 1 TO pal-parties(j) mat-parties(nv, bq).
           IF CLS-ISSUE = 'G' OR CLS-ISSUE = SPACE
               ADD 1 TO pal-gagnees(j) mat-gagnees(nv, bq)
               IF CLS-NBCOUP < pal-meilleur(j)
                   MOVE CLS-NBCOUP TO pal-meilleur(j)
               END-IF
               IF CLS-NBCOUP < mat-meilleur(nv, bq)
                   MOVE CLS-NBCOUP TO mat-meilleur(nv, bq)
                   MOVE CLS-JOUEUR TO mat-champion(nv, bq)
               END-IF
           END-IF.

       editer-controle-parties.
           MOVE nb-parties-ici TO compte-edit.
           STRING "Parties d'ici : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE nb-parties-recues TO compte-edit.
           STRING "Parties recues : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           MOVE nb-retenues TO compte-edit.
           STRING "  retenues : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT(24:).
           MOVE nb-ecarts TO compte-edit.
           STRING "  ecarts : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT(42:).
           MOVE nb-inverifiables TO compte-edit.
           STRING "  inverifiables : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT(58:).
           PERFORM ecrire-ligne-etat.
           IF nb-ecarts > 0 OR nb-inverifiables > 0
               MOVE
                 "(parties ecartees : voir VerifScores sur la boutique)"
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           PERFORM ecrire-ligne-etat.

       *>Section d'une difficulte : joueurs de ligue classes par
       *>meilleur score croissant, comme le palmares, avec la ou les
       *>boutiques ou ils ont joue.
       editer-niveau.
           IF niveau-edite = 0
               STRING "--- Niveau inconnu (anciennes lignes) ---"
                   DELIMITED BY SIZE INTO LIGNE-ETAT
           ELSE
               STRING "--- Niveau " niveau-edite " ---"
                   DELIMITED BY SIZE INTO LIGNE-ETAT
           END-IF.
           PERFORM ecrire-ligne-etat.
           MOVE 0 TO rang.
           MOVE 'X' TO joueur-trouve.
           PERFORM editer-meilleur-restant
               UNTIL joueur-trouve = 'F'.
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > nb-joueurs
               IF pal-niveau(j) = 9
                   MOVE niveau-edite TO pal-niveau(j)
               END-IF
           END-PERFORM.

       editer-meilleur-restant.
           MOVE 0 TO k.
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > nb-joueurs
               IF pal-niveau(j) = niveau-edite
                   IF k = 0
                       MOVE j TO k
                   ELSE
                       IF pal-meilleur(j) < pal-meilleur(k)
                           MOVE j TO k
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF k = 0
               MOVE 'F' TO joueur-trouve
           ELSE
               MOVE 'X' TO joueur-trouve
               ADD 1 TO rang
               MOVE rang TO rang-edit
               MOVE pal-parties(k) TO parties-edit
               MOVE pal-gagnees(k) TO gagnees-edit
               COMPUTE taux-victoire ROUNDED =
                   pal-gagnees(k) * 100 / pal-parties(k)
               MOVE taux-victoire TO taux-edit
               MOVE SPACES TO boutiques-joueur
               EVALUATE TRUE
                   WHEN pal-boutique(k, 1) = 'O'
                           AND pal-boutique(k, 2) = 'O'
                       STRING code-match(1) "+" code-match(2)
                           DELIMITED BY SIZE INTO boutiques-joueur
                   WHEN pal-boutique(k, 1) = 'O'
                       MOVE code-match(1) TO boutiques-joueur
                   WHEN OTHER
                       MOVE code-match(2) TO boutiques-joueur
               END-EVALUATE
               STRING rang-edit ". " pal-joueur(k)
                   " parties=" parties-edit
                   " gagnees=" gagnees-edit
                   " taux=" taux-edit "%"
                   DELIMITED BY SIZE INTO LIGNE-ETAT
               IF pal-meilleur(k) = 999
                   MOVE " (aucune victoire)" TO LIGNE-ETAT(62:)
               ELSE
                   MOVE pal-meilleur(k) TO meilleur-edit
                   STRING " meilleur=" meilleur-edit
                       DELIMITED BY SIZE INTO LIGNE-ETAT(62:)
               END-IF
               MOVE boutiques-joueur TO LIGNE-ETAT(81:)
               PERFORM ecrire-ligne-etat
               MOVE 9 TO pal-niveau(k)
           END-IF.

       *>Boutique contre boutique, difficulte par difficulte :
       *>parties, victoires, taux et meilleur score de chaque
       *>boutique ; l'avantage va au meilleur taux de victoire.
       editer-match.
           PERFORM ecrire-ligne-etat.
           MOVE "=== Boutique contre boutique ===" TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING niveau-edite FROM 1 BY 1
                   UNTIL niveau-edite > 3
               PERFORM editer-match-niveau
           END-PERFORM.
           MOVE 0 TO niveau-edite.
           PERFORM editer-match-niveau.

       editer-match-niveau.
           COMPUTE nv = niveau-edite + 1.
           IF mat-parties(nv, 1) > 0 OR mat-parties(nv, 2) > 0
               IF niveau-edite = 0
                   MOVE "Niveau inconnu" TO LIGNE-ETAT
               ELSE
                   STRING "Niveau " niveau-edite
                       DELIMITED BY SIZE INTO LIGNE-ETAT
               END-IF
               PERFORM ecrire-ligne-etat
               PERFORM VARYING bq FROM 1 BY 1 UNTIL bq > 2
                   PERFORM editer-match-boutique
               END-PERFORM
               EVALUATE TRUE
                   WHEN taux-match(1) > taux-match(2)
                       STRING "  avantage " code-match(1)
                           DELIMITED BY SIZE INTO LIGNE-ETAT
                   WHEN taux-match(2) > taux-match(1)
                       STRING "  avantage " code-match(2)
                           DELIMITED BY SIZE INTO LIGNE-ETAT
                   WHEN OTHER
                       MOVE "  egalite" TO LIGNE-ETAT
               END-EVALUATE
               PERFORM ecrire-ligne-etat
           END-IF.

       editer-match-boutique.
           MOVE 0 TO taux-match(bq).
           IF mat-parties(nv, bq) > 0
               COMPUTE taux-match(bq) ROUNDED =
                   mat-gagnees(nv, bq) * 100 / mat-parties(nv, bq)
           END-IF.
           MOVE mat-parties(nv, bq) TO parties-edit.
           MOVE mat-gagnees(nv, bq) TO gagnees-edit.
           MOVE taux-match(bq) TO taux-edit.
           STRING "  " code-match(bq)
               " parties=" parties-edit
               " gagnees=" gagnees-edit
               " taux=" taux-edit "%"
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           IF mat-meilleur(nv, bq) NOT = 999
               MOVE mat-meilleur(nv, bq) TO meilleur-edit
               STRING " meilleur=" meilleur-edit " par "
                   mat-champion(nv, bq)
                   DELIMITED BY SIZE INTO LIGNE-ETAT(54:)
           END-IF.
           PERFORM ecrire-ligne-etat.

       *>Alias d'un joueur recu : le joueur d'ici doit etre inscrit,
       *>et c'est son orthographe inscrite qui est retenue. Un alias
       *>deja connu pour ce nom et cette boutique est remplace.
       ajouter-alias.
           MOVE SPACES TO boutique-recue nom-recu-saisi nom-ici-saisi
               motif-refus.
           DISPLAY plage-saisie-alias.
           ACCEPT plage-saisie-alias.
           MOVE FUNCTION UPPER-CASE(boutique-recue) TO boutique-recue.
           PERFORM charger-inscrits.
           MOVE nom-ici-saisi TO nom-a-resoudre.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(nom-a-resoudre))
               TO nom-normalise.
           MOVE SPACES TO nom-ligue.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-inscrits
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(ins-nom(i)))
                       = nom-normalise
                   MOVE ins-nom(i) TO nom-ligue
               END-IF
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(nom-recu-saisi))
               TO nom-normalise.
           MOVE 0 TO alias-trouve.
           PERFORM VARYING a FROM 1 BY 1 UNTIL a > nb-alias
               IF ali-t-boutique(a) = boutique-recue
                       AND FUNCTION UPPER-CASE(
                           FUNCTION TRIM(ali-t-recu(a)))
                           = nom-normalise
                   MOVE a TO alias-trouve
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN boutique-recue = code-boutique
                   MOVE "C'est le code de cette boutique."
                       TO motif-refus
               WHEN nom-ligue = SPACES
                   MOVE "Joueur absent de JOUEURS.DAT." TO motif-refus
               WHEN alias-tronques = 'O'
                   MOVE "LIGUE-ALIAS.DAT depasse l'editeur : refuse."
                       TO motif-refus
               WHEN alias-trouve = 0 AND nb-alias NOT < 100
                   MOVE "Table des alias pleine (100)." TO motif-refus
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF motif-refus NOT = SPACES
               DISPLAY plage-refus
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               IF alias-trouve = 0
                   ADD 1 TO nb-alias
                   MOVE nb-alias TO alias-trouve
               END-IF
               MOVE boutique-recue TO ali-t-boutique(alias-trouve)
               MOVE nom-recu-saisi TO ali-t-recu(alias-trouve)
               MOVE nom-ligue TO ali-t-ici(alias-trouve)
               PERFORM sauver-alias
               MOVE SPACES TO valeur-journal
               STRING nom-recu-saisi(1:9) ">" nom-ligue(1:10)
                   DELIMITED BY SIZE INTO valeur-journal
               PERFORM journaliser-changement
           END-IF.

       *>Code de cette boutique, qui signe les valises et marque les
       *>parties envoyees.
       fixer-code-boutique.
           MOVE code-boutique TO boutique-recue.
           DISPLAY plage-saisie-code.
           ACCEPT plage-saisie-code.
           MOVE FUNCTION UPPER-CASE(code-boutique) TO code-boutique.
           IF code-boutique = SPACES
               MOVE boutique-recue TO code-boutique
           END-IF.
           IF code-boutique NOT = boutique-recue
               OPEN OUTPUT FICHIER-BOUTIQUE
               MOVE SPACES TO LIGNE-BOUTIQUE
               MOVE code-boutique TO BTQ-CODE
               WRITE LIGNE-BOUTIQUE
               CLOSE FICHIER-BOUTIQUE
               MOVE SPACES TO valeur-journal
               STRING "BOUTIQUE " code-boutique
                   DELIMITED BY SIZE INTO valeur-journal
               PERFORM journaliser-changement
           END-IF.

       charger-alias.
           MOVE 0 TO nb-alias.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-ALIAS.
           IF statut-alias(1:1) = "0"
               PERFORM UNTIL fin-fichier = 'O'
                   READ FICHIER-ALIAS
                       AT END MOVE 'O' TO fin-fichier
                       NOT AT END
                           IF nb-alias < 100
                               ADD 1 TO nb-alias
                               MOVE ALI-BOUTIQUE
                                   TO ali-t-boutique(nb-alias)
                               MOVE ALI-NOM-RECU TO ali-t-recu(nb-alias)
                               MOVE ALI-NOM-ICI TO ali-t-ici(nb-alias)
                           ELSE
                               MOVE 'O' TO alias-tronques
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-ALIAS.

       sauver-alias.
           OPEN OUTPUT FICHIER-ALIAS.
           PERFORM VARYING a FROM 1 BY 1 UNTIL a > nb-alias
               MOVE SPACES TO LIGNE-ALIAS
               MOVE ali-t-boutique(a) TO ALI-BOUTIQUE
               MOVE ali-t-recu(a) TO ALI-NOM-RECU
               MOVE ali-t-ici(a) TO ALI-NOM-ICI
               WRITE LIGNE-ALIAS
           END-PERFORM.
           CLOSE FICHIER-ALIAS.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       COPY BOUTIQUE-CHARGE.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "LigueBoutiques"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-changement
           NOM-PROGRAMME-JRN BY "LigueBtq"
           VALEUR-SAISIE BY valeur-journal.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-classement
           FICHIER-DESSIN BY FICHIER-CLASSEMENT.
