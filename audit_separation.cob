      *>Audit de separation des taches : la seconde signature est
      *>exigee pour la cloture, la reconstruction du total, les
      *>restaurations et les autres actions sensibles, mais personne
      *>ne relisait apres coup qui signe pour qui. Ce programme
      *>parcourt le journal des saisies et ses archives
      *>(ARCHIVES-INDEX.DAT, les plus anciennes d'abord) sur la
      *>periode demandee et sort pour l'auditeur un etat d'exceptions
      *>date, inscrit au catalogue des rapports :
      *>- chaque ligne APPROBATION rapprochee de son action (la ligne
      *>  suivante du meme operateur dans le meme programme, sinon la
      *>  precedente, a moins de FENETRE-ACTION minutes), puis la
      *>  concentration par couple demandeur / approbateur, avec les
      *>  couples qui signent l'un pour l'autre ;
      *>- les auto-corrections : un operateur qui corrige sa propre
      *>  saisie anterieure dans SaisieNotes, SaisieTransactions ou
      *>  PointagePersonnel (la saisie d'origine est cherchee dans
      *>  tout le journal, avant la periode comprise) ;
      *>- les droits du menu que l'on modifie pour soi-meme, et ceux
      *>  que l'on s'accorde puis que l'on utilise le jour meme
      *>  (USAGE-MENU.DAT).
      *>Les lignes du mode formation ne comptent pas. Lecture seule.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditSeparation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHIER-INDEX
               ASSIGN TO "ARCHIVES-INDEX.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-index.
           *>Fichier en cours de lecture : une archive ou le vif.
           SELECT FICHIER-FOUILLE ASSIGN USING nom-fouille
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-fouille.
           SELECT OPTIONAL FICHIER-USAGE ASSIGN TO "USAGE-MENU.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-usage.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       FD FICHIER-INDEX.
       1 LIGNE-INDEX.
           2 IDX-NOM-ARCHIVE PIC X(30).
           2 FILLER PIC X(01).
           2 IDX-DATE-MENAGE PIC X(08).
           2 FILLER PIC X(01).
           2 IDX-NB-LIGNES PIC 9(06).

       *>Meme dessin que le journal des saisies (les archives le
       *>reprennent tel quel).
       FD FICHIER-FOUILLE.
       1 LIGNE-FOUILLE.
           2 FLL-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 FLL-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 FLL-PROGRAMME PIC X(20).
           2 FILLER PIC X(01).
           2 FLL-VALEUR PIC X(20).

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

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       77 statut-index PIC X(02).
       77 statut-fouille PIC X(02).
       77 statut-usage PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.
       77 fin-index PIC X(01) VALUE 'N'.
       77 touche PIC X(01).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.
       77 horodatage-edition PIC X(14).

       *>Ecart maximal entre une approbation et la ligne de son
       *>action ; seuils de la concentration : un couple est signale
       *>quand l'approbateur a signe au moins SEUIL-CONCENTRATION %
       *>des demandes d'un operateur qui en a fait au moins
       *>MINIMUM-APPROBATIONS.
       77 FENETRE-ACTION PIC 99 VALUE 10.
       77 SEUIL-CONCENTRATION PIC 999 VALUE 75.
       77 MINIMUM-APPROBATIONS PIC 99 VALUE 3.

       *>Periode auditee : blanc = pas de borne.
       77 critere-depuis PIC X(08) VALUE SPACES.
       77 critere-jusque PIC X(08) VALUE SPACES.
       77 dans-periode PIC X(01).

       *>Archives du journal relevees dans l'index, sans doublon,
       *>remises dans l'ordre des mois ; le vif passe en dernier.
       77 nb-archives PIC 99 VALUE 0.
       77 f PIC 99.
       77 fichier-connu PIC X(01).
       1 archives-journal.
           2 archive-journal OCCURS 1 TO 60 DEPENDING ON nb-archives.
               3 nom-archive-journal PIC X(30).
       77 nom-fouille PIC X(30).
       77 nb-fichiers-lus PIC 99 VALUE 0.
       77 nb-lignes-lues PIC 9(8) VALUE 0.

       *>Ligne courante.
       77 operateur-ligne PIC X(08).
       77 minute-ligne PIC 9(10).
       77 entier-jour PIC 9(08).
       77 heure-m PIC 9(02).
       77 minute-m PIC 9(02).

       *>Derniere ligne vue par operateur et programme, pour
       *>l'action qui precede une approbation.
       77 nb-dernieres PIC 9(3) VALUE 0.
       77 dl PIC 9(3).
       77 derniere-trouvee PIC 9(3).
       1 dernieres-lignes.
           2 derniere-ligne OCCURS 300.
               3 dl-operateur PIC X(08).
               3 dl-programme PIC X(20).
               3 dl-minute PIC 9(10).
               3 dl-valeur PIC X(20).

       *>Approbations de la periode et leur action.
       77 nb-approbations PIC 9(4) VALUE 0.
       77 ap PIC 9(4).
       77 nb-en-attente PIC 9(4) VALUE 0.
       77 approbations-pleines PIC X(01) VALUE 'N'.
       1 approbations.
           2 approbation OCCURS 1 TO 3000
                   DEPENDING ON nb-approbations.
               3 apb-horodatage PIC X(14).
               3 apb-minute PIC 9(10).
               3 apb-operateur PIC X(08).
               3 apb-approbateur PIC X(08).
               3 apb-programme PIC X(20).
               3 apb-precedente PIC X(20).
               3 apb-action PIC X(20).
               3 apb-attente PIC X(01).

       *>Couples demandeur / approbateur.
       77 nb-paires PIC 9(3) VALUE 0.
       77 pr PIC 9(3).
       77 pr2 PIC 9(3).
       77 paire-trouvee PIC 9(3).
       1 paires.
           2 paire OCCURS 1 TO 500 DEPENDING ON nb-paires.
               3 pr-operateur PIC X(08).
               3 pr-approbateur PIC X(08).
               3 pr-nombre PIC 9(5).
       77 total-demandeur PIC 9(6).
       77 part-paire PIC 999.
       77 signal-paire PIC X(24).

       *>Auteurs des saisies d'origine : premiere saisie de chaque
       *>reference de transaction et de chaque cle de note.
       77 nb-auteurs-trx PIC 9(4) VALUE 0.
       77 au PIC 9(4).
       77 auteur-trouve PIC 9(4).
       1 auteurs-transactions.
           2 auteur-transaction OCCURS 2000.
               3 atr-ref PIC X(08).
               3 atr-operateur PIC X(08).
               3 atr-horodatage PIC X(14).
       77 nb-auteurs-notes PIC 9(4) VALUE 0.
       1 auteurs-notes.
           2 auteur-note OCCURS 3000.
               3 ano-cle PIC X(20).
               3 ano-operateur PIC X(08).
               3 ano-horodatage PIC X(14).
       77 auteurs-pleins PIC X(01) VALUE 'N'.

       *>Droits que l'on s'est accordes, en attente d'utilisation.
       77 nb-auto-droits PIC 9(3) VALUE 0.
       77 ad PIC 9(3).
       1 auto-droits.
           2 auto-droit OCCURS 500.
               3 adr-horodatage PIC X(14).
               3 adr-operateur PIC X(08).
               3 adr-option PIC 99.
               3 adr-utilisation PIC X(14).

       *>Exceptions relevees : C = auto-correction, D = droits.
       77 nb-exceptions PIC 9(4) VALUE 0.
       77 ex PIC 9(4).
       77 exceptions-pleines PIC X(01) VALUE 'N'.
       1 exceptions.
           2 exception-audit OCCURS 2000.
               3 exc-type PIC X(01).
               3 exc-horodatage PIC X(14).
               3 exc-operateur PIC X(08).
               3 exc-programme PIC X(20).
               3 exc-texte PIC X(40).
       77 type-exception PIC X(01).
       77 texte-exception PIC X(40).
       77 nb-couples-signales PIC 9(4) VALUE 0.
       77 nb-signales PIC 9(4) VALUE 0.

       77 nombre-edit PIC zzzz9.
       77 part-edit PIC zz9.
       77 action-edit PIC X(20).

       SCREEN SECTION.
       1 plage-criteres.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Audit de separation des taches'.
           2 LINE 3 COL 1 VALUE 'Du AAAAMMJJ (vide = debut) : '.
           2 PIC X(08) TO critere-depuis.
           2 LINE 4 COL 1 VALUE 'Au AAAAMMJJ (vide = fin)   : '.
           2 PIC X(08) TO critere-jusque.

       1 plage-fini.
           2 LINE 6 COL 1 VALUE 'Etat genere : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 7 COL 1 VALUE 'Fichiers lus       : '.
           2 PIC z9 FROM nb-fichiers-lus.
           2 LINE 8 COL 1 VALUE 'Approbations       : '.
           2 PIC zzz9 FROM nb-approbations.
           2 LINE 9 COL 1 VALUE 'Exceptions         : '.
           2 PIC zzz9 FROM nb-signales.

       1 plage-tables-pleines.
           2 LINE 11 COL 1 VALUE
               'Tables saturees : etat incomplet, reduire la periode.'.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       DISPLAY plage-criteres.
       ACCEPT plage-criteres.
       MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-edition.

       PERFORM dresser-liste-archives.
       PERFORM VARYING f FROM 1 BY 1 UNTIL f > nb-archives
           MOVE nom-archive-journal(f) TO nom-fouille
           PERFORM lire-journal
       END-PERFORM.
       MOVE "JOURNAL-SAISIES.DAT" TO nom-fouille.
       PERFORM lire-journal.
       PERFORM cloturer-attentes.
       PERFORM cumuler-paires.
       PERFORM relire-usage.

       MOVE SPACES TO nom-rapport.
       STRING "RAPPORT-SEPARATION-" horodatage-edition ".DAT"
           DELIMITED BY SIZE INTO nom-rapport.
       OPEN OUTPUT FICHIER-ETAT.
       PERFORM editer-etat.
       CLOSE FICHIER-ETAT.
       PERFORM cataloguer-rapport.

       DISPLAY plage-fini.
       IF approbations-pleines = 'O' OR auteurs-pleins = 'O'
               OR exceptions-pleines = 'O'
           DISPLAY plage-tables-pleines
       END-IF.
       DISPLAY plage-pause.
       ACCEPT plage-pause.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le sous-menu des outils.
       GOBACK.

       *>Archives du journal de l'index, une seule fois chacune, puis
       *>triees : le nom porte le mois (ARCHIVE-JOURNAL-AAAAMM.DAT).
       dresser-liste-archives.
           OPEN INPUT FICHIER-INDEX.
           IF statut-index(1:1) = "0"
               READ FICHIER-INDEX
                   AT END MOVE 'O' TO fin-index
               END-READ
               PERFORM UNTIL fin-index = 'O'
                   IF IDX-NOM-ARCHIVE(1:16) = "ARCHIVE-JOURNAL-"
                       PERFORM retenir-archive
                   END-IF
                   READ FICHIER-INDEX
                       AT END MOVE 'O' TO fin-index
                   END-READ
               END-PERFORM
               CLOSE FICHIER-INDEX
           END-IF.
           IF nb-archives > 1
               SORT archive-journal ASCENDING nom-archive-journal
           END-IF.

       retenir-archive.
           MOVE 'N' TO fichier-connu.
           PERFORM VARYING f FROM 1 BY 1 UNTIL f > nb-archives
               IF nom-archive-journal(f) = IDX-NOM-ARCHIVE
                   MOVE 'O' TO fichier-connu
               END-IF
           END-PERFORM.
           IF fichier-connu NOT = 'O' AND nb-archives < 60
               ADD 1 TO nb-archives
               MOVE IDX-NOM-ARCHIVE TO nom-archive-journal(nb-archives)
           END-IF.

       lire-journal.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-FOUILLE.
           IF statut-fouille = "00"
               ADD 1 TO nb-fichiers-lus
               READ FICHIER-FOUILLE
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF FLL-HORODATAGE(1:12) IS NUMERIC
                           AND FLL-OPERATEUR NOT = "FORMATIO"
                       ADD 1 TO nb-lignes-lues
                       PERFORM traiter-ligne
                   END-IF
                   READ FICHIER-FOUILLE
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-FOUILLE
           END-IF.

       *>Toute ligne sert a l'appariement des approbations et a
       *>retrouver les auteurs ; seules celles de la periode levent
       *>des exceptions.
       traiter-ligne.
           MOVE FUNCTION UPPER-CASE(FLL-OPERATEUR) TO operateur-ligne.
           MOVE 'O' TO dans-periode.
           IF critere-depuis NOT = SPACES
                   AND FLL-HORODATAGE(1:8) < critere-depuis
               MOVE 'N' TO dans-periode
           END-IF.
           IF critere-jusque NOT = SPACES
                   AND FLL-HORODATAGE(1:8) > critere-jusque
               MOVE 'N' TO dans-periode
           END-IF.
           COMPUTE entier-jour = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FLL-HORODATAGE(1:8))).
           MOVE FLL-HORODATAGE(9:2) TO heure-m.
           MOVE FLL-HORODATAGE(11:2) TO minute-m.
           COMPUTE minute-ligne = entier-jour * 1440
               + heure-m * 60 + minute-m.

           IF FLL-VALEUR(1:12) = "APPROBATION "
               PERFORM enregistrer-approbation
           ELSE
               IF nb-en-attente > 0
                   PERFORM rattacher-action
               END-IF
               PERFORM noter-derniere-ligne
           END-IF.

           EVALUATE FLL-PROGRAMME
               WHEN "PointagePersonnel"
                   PERFORM juger-pointage
               WHEN "SaisieTrans-ref"
                   PERFORM noter-auteur-transaction
               WHEN "SaisieTrans-corr"
                   PERFORM juger-correction-transaction
               WHEN "SaisieNotes-ajout"
                   PERFORM noter-auteur-note
               WHEN "SaisieNotes-corr"
                   PERFORM juger-correction-note
               WHEN "MaintAutorisations"
                   PERFORM juger-droits
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       *>Une nouvelle approbation du meme operateur dans le meme
       *>programme clot celle qui attendait encore son action ; la
       *>ligne precedente (dans la fenetre) est gardee en secours.
       enregistrer-approbation.
           PERFORM VARYING ap FROM 1 BY 1 UNTIL ap > nb-approbations
               IF apb-attente(ap) = 'O'
                       AND apb-operateur(ap) = operateur-ligne
                       AND apb-programme(ap) = FLL-PROGRAMME
                   PERFORM clore-attente
               END-IF
           END-PERFORM.
           IF dans-periode = 'O'
               IF nb-approbations < 3000
                   ADD 1 TO nb-approbations
                   MOVE nb-approbations TO ap
                   MOVE FLL-HORODATAGE TO apb-horodatage(ap)
                   MOVE minute-ligne TO apb-minute(ap)
                   MOVE operateur-ligne TO apb-operateur(ap)
                   MOVE FUNCTION UPPER-CASE(FLL-VALEUR(13:8))
                       TO apb-approbateur(ap)
                   MOVE FLL-PROGRAMME TO apb-programme(ap)
                   MOVE SPACES TO apb-precedente(ap)
                   MOVE SPACES TO apb-action(ap)
                   PERFORM chercher-derniere-ligne
                   IF derniere-trouvee > 0
                       IF minute-ligne - dl-minute(derniere-trouvee)
                               <= FENETRE-ACTION
                           MOVE dl-valeur(derniere-trouvee)
                               TO apb-precedente(ap)
                       END-IF
                   END-IF
                   MOVE 'O' TO apb-attente(ap)
                   ADD 1 TO nb-en-attente
               ELSE
                   MOVE 'O' TO approbations-pleines
               END-IF
           END-IF.

       *>Premiere ligne du meme operateur et du meme programme apres
       *>l'approbation : c'est son action si elle tombe dans la
       *>fenetre, sinon l'approbation garde la ligne precedente.
       rattacher-action.
           PERFORM VARYING ap FROM 1 BY 1 UNTIL ap > nb-approbations
               IF apb-attente(ap) = 'O'
                       AND apb-operateur(ap) = operateur-ligne
                       AND apb-programme(ap) = FLL-PROGRAMME
                   IF minute-ligne - apb-minute(ap) <= FENETRE-ACTION
                       MOVE FLL-VALEUR TO apb-action(ap)
                       MOVE 'N' TO apb-attente(ap)
                       SUBTRACT 1 FROM nb-en-attente
                   ELSE
                       PERFORM clore-attente
                   END-IF
               END-IF
           END-PERFORM.

       clore-attente.
           MOVE apb-precedente(ap) TO apb-action(ap).
           MOVE 'N' TO apb-attente(ap).
           SUBTRACT 1 FROM nb-en-attente.

       cloturer-attentes.
           PERFORM VARYING ap FROM 1 BY 1 UNTIL ap > nb-approbations
               IF apb-attente(ap) = 'O'
                   PERFORM clore-attente
               END-IF
           END-PERFORM.

       chercher-derniere-ligne.
           MOVE 0 TO derniere-trouvee.
           PERFORM VARYING dl FROM 1 BY 1
                   UNTIL dl > nb-dernieres OR derniere-trouvee > 0
               IF dl-operateur(dl) = operateur-ligne
                       AND dl-programme(dl) = FLL-PROGRAMME
                   MOVE dl TO derniere-trouvee
               END-IF
           END-PERFORM.

       *>Table pleine : la plus ancienne place est reprise.
       noter-derniere-ligne.
           PERFORM chercher-derniere-ligne.
           IF derniere-trouvee = 0
               IF nb-dernieres < 300
                   ADD 1 TO nb-dernieres
                   MOVE nb-dernieres TO derniere-trouvee
               ELSE
                   MOVE 1 TO derniere-trouvee
                   PERFORM VARYING dl FROM 2 BY 1 UNTIL dl > 300
                       IF dl-minute(dl)
                               < dl-minute(derniere-trouvee)
                           MOVE dl TO derniere-trouvee
                       END-IF
                   END-PERFORM
               END-IF
               MOVE operateur-ligne TO dl-operateur(derniere-trouvee)
               MOVE FLL-PROGRAMME TO dl-programme(derniere-trouvee)
           END-IF.
           MOVE minute-ligne TO dl-minute(derniere-trouvee).
           MOVE FLL-VALEUR TO dl-valeur(derniere-trouvee).

       *>Correction de pointage : la valeur porte l'operateur dont
       *>le pointage est corrige (PTG operateur sens).
       juger-pointage.
           IF dans-periode = 'O' AND FLL-VALEUR(1:4) = "PTG "
                   AND FUNCTION UPPER-CASE(FLL-VALEUR(5:8))
                       = operateur-ligne
               MOVE 'C' TO type-exception
               MOVE SPACES TO texte-exception
               STRING "corrige son propre pointage "
                   FLL-VALEUR(14:1)
                   DELIMITED BY SIZE INTO texte-exception
               PERFORM noter-exception
           END-IF.

       noter-auteur-transaction.
           PERFORM chercher-auteur-transaction.
           IF auteur-trouve = 0
               IF nb-auteurs-trx < 2000
                   ADD 1 TO nb-auteurs-trx
                   MOVE FLL-VALEUR(1:8) TO atr-ref(nb-auteurs-trx)
                   MOVE operateur-ligne
                       TO atr-operateur(nb-auteurs-trx)
                   MOVE FLL-HORODATAGE
                       TO atr-horodatage(nb-auteurs-trx)
               ELSE
                   MOVE 'O' TO auteurs-pleins
               END-IF
           END-IF.

       chercher-auteur-transaction.
           MOVE 0 TO auteur-trouve.
           PERFORM VARYING au FROM 1 BY 1
                   UNTIL au > nb-auteurs-trx OR auteur-trouve > 0
               IF atr-ref(au) = FLL-VALEUR(1:8)
                   MOVE au TO auteur-trouve
               END-IF
           END-PERFORM.

       juger-correction-transaction.
           PERFORM chercher-auteur-transaction.
           IF dans-periode = 'O' AND auteur-trouve > 0
               IF atr-operateur(auteur-trouve) = operateur-ligne
                   MOVE 'C' TO type-exception
                   MOVE SPACES TO texte-exception
                   STRING "sa ref " FLL-VALEUR(1:8) " saisie le "
                       atr-horodatage(auteur-trouve)(1:8)
                       DELIMITED BY SIZE INTO texte-exception
                   PERFORM noter-exception
               END-IF
           END-IF.

       noter-auteur-note.
           PERFORM chercher-auteur-note.
           IF auteur-trouve = 0
               IF nb-auteurs-notes < 3000
                   ADD 1 TO nb-auteurs-notes
                   MOVE FLL-VALEUR TO ano-cle(nb-auteurs-notes)
                   MOVE operateur-ligne
                       TO ano-operateur(nb-auteurs-notes)
                   MOVE FLL-HORODATAGE
                       TO ano-horodatage(nb-auteurs-notes)
               ELSE
                   MOVE 'O' TO auteurs-pleins
               END-IF
           END-IF.

       chercher-auteur-note.
           MOVE 0 TO auteur-trouve.
           PERFORM VARYING au FROM 1 BY 1
                   UNTIL au > nb-auteurs-notes OR auteur-trouve > 0
               IF ano-cle(au) = FLL-VALEUR
                   MOVE au TO auteur-trouve
               END-IF
           END-PERFORM.

       juger-correction-note.
           PERFORM chercher-auteur-note.
           IF dans-periode = 'O' AND auteur-trouve > 0
               IF ano-operateur(auteur-trouve) = operateur-ligne
                   MOVE 'C' TO type-exception
                   MOVE SPACES TO texte-exception
                   STRING "sa note " FLL-VALEUR
                       DELIMITED BY SIZE INTO texte-exception
                   PERFORM noter-exception
               END-IF
           END-IF.

       *>DROITS x : les droits de x ont ete modifies ; DROIT+ x nn :
       *>l'option nn a ete accordee a x. Pour soi-meme, la premiere
       *>est une exception, la seconde attend son utilisation.
       juger-droits.
           IF dans-periode = 'O'
                   AND FUNCTION UPPER-CASE(FLL-VALEUR(8:8))
                       = operateur-ligne
               EVALUATE TRUE
                   WHEN FLL-VALEUR(1:7) = "DROITS "
                       MOVE 'D' TO type-exception
                       MOVE "modifie ses propres droits"
                           TO texte-exception
                       PERFORM noter-exception
                   WHEN FLL-VALEUR(1:7) = "DROIT+ "
                           AND FLL-VALEUR(17:2) IS NUMERIC
                       PERFORM noter-auto-droit
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       noter-auto-droit.
           IF nb-auto-droits < 500
               ADD 1 TO nb-auto-droits
               MOVE FLL-HORODATAGE TO adr-horodatage(nb-auto-droits)
               MOVE operateur-ligne TO adr-operateur(nb-auto-droits)
               MOVE FLL-VALEUR(17:2) TO adr-option(nb-auto-droits)
               MOVE SPACES TO adr-utilisation(nb-auto-droits)
           ELSE
               MOVE 'O' TO exceptions-pleines
           END-IF.

       noter-exception.
           IF nb-exceptions < 2000
               ADD 1 TO nb-exceptions
               MOVE type-exception TO exc-type(nb-exceptions)
               MOVE FLL-HORODATAGE TO exc-horodatage(nb-exceptions)
               MOVE operateur-ligne TO exc-operateur(nb-exceptions)
               MOVE FLL-PROGRAMME TO exc-programme(nb-exceptions)
               MOVE texte-exception TO exc-texte(nb-exceptions)
           ELSE
               MOVE 'O' TO exceptions-pleines
           END-IF.

       cumuler-paires.
           PERFORM VARYING ap FROM 1 BY 1 UNTIL ap > nb-approbations
               MOVE 0 TO paire-trouvee
               PERFORM VARYING pr FROM 1 BY 1
                       UNTIL pr > nb-paires OR paire-trouvee > 0
                   IF pr-operateur(pr) = apb-operateur(ap)
                           AND pr-approbateur(pr) = apb-approbateur(ap)
                       MOVE pr TO paire-trouvee
                   END-IF
               END-PERFORM
               IF paire-trouvee = 0 AND nb-paires < 500
                   ADD 1 TO nb-paires
                   MOVE nb-paires TO paire-trouvee
                   MOVE apb-operateur(ap) TO pr-operateur(paire-trouvee)
                   MOVE apb-approbateur(ap)
                       TO pr-approbateur(paire-trouvee)
                   MOVE 0 TO pr-nombre(paire-trouvee)
               END-IF
               IF paire-trouvee > 0
                   ADD 1 TO pr-nombre(paire-trouvee)
               END-IF
           END-PERFORM.
           IF nb-paires > 1
               SORT paire ASCENDING pr-operateur pr-approbateur
           END-IF.

       *>Premier depart, le meme jour et apres l'avoir accordee, de
       *>l'option que l'operateur s'est accordee.
       relire-usage.
           IF nb-auto-droits > 0
               MOVE 'N' TO fin-fichier
               OPEN INPUT FICHIER-USAGE
               IF statut-usage = "00"
                   READ FICHIER-USAGE
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
                   PERFORM UNTIL PLUS-DE-LIGNES
                       IF UTI-EVENEMENT = 'D'
                           PERFORM rapprocher-usage
                       END-IF
                       READ FICHIER-USAGE
                           AT END SET PLUS-DE-LIGNES TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-USAGE
               END-IF
               PERFORM VARYING ad FROM 1 BY 1
                       UNTIL ad > nb-auto-droits
                   IF adr-utilisation(ad) NOT = SPACES
                       PERFORM noter-droit-utilise
                   END-IF
               END-PERFORM
           END-IF.

       rapprocher-usage.
           PERFORM VARYING ad FROM 1 BY 1 UNTIL ad > nb-auto-droits
               IF adr-utilisation(ad) = SPACES
                       AND adr-option(ad) = UTI-OPTION
                       AND adr-operateur(ad)
                           = FUNCTION UPPER-CASE(UTI-OPERATEUR)
                       AND UTI-HORODATAGE(1:8) = adr-horodatage(ad)(1:8)
                       AND UTI-HORODATAGE > adr-horodatage(ad)
                   MOVE UTI-HORODATAGE TO adr-utilisation(ad)
               END-IF
           END-PERFORM.

       noter-droit-utilise.
           IF nb-exceptions < 2000
               ADD 1 TO nb-exceptions
               MOVE 'D' TO exc-type(nb-exceptions)
               MOVE adr-horodatage(ad) TO exc-horodatage(nb-exceptions)
               MOVE adr-operateur(ad) TO exc-operateur(nb-exceptions)
               MOVE "MaintAutorisations"
                   TO exc-programme(nb-exceptions)
               MOVE SPACES TO exc-texte(nb-exceptions)
               STRING "s'accorde option " adr-option(ad)
                   ", utilisee " adr-utilisation(ad)(9:2) ":"
                   adr-utilisation(ad)(11:2)
                   DELIMITED BY SIZE INTO exc-texte(nb-exceptions)
           ELSE
               MOVE 'O' TO exceptions-pleines
           END-IF.

       editer-etat.
           MOVE SPACES TO LIGNE-ETAT.
           STRING "Audit de separation des taches - edite le "
               horodatage-edition(7:2) "/" horodatage-edition(5:2)
               "/" horodatage-edition(1:4) " a "
               horodatage-edition(9:2) ":" horodatage-edition(11:2)
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           STRING "Periode du "
               critere-depuis " au " critere-jusque
               " (vide = sans borne)"
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           STRING "Fichiers du journal lus : " nb-fichiers-lus
               "   lignes : " nb-lignes-lues
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           PERFORM editer-approbations.
           PERFORM editer-paires.
           MOVE "--- Auto-corrections ---" TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE 'C' TO type-exception.
           PERFORM editer-exceptions.
           PERFORM ecrire-ligne-etat.
           MOVE "--- Droits du menu modifies pour soi-meme ---"
               TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE 'D' TO type-exception.
           PERFORM editer-exceptions.
           PERFORM ecrire-ligne-etat.
           COMPUTE nb-signales = nb-couples-signales + nb-exceptions.
           STRING "Exceptions : " nb-signales
               " (couples signales " nb-couples-signales
               ", autres " nb-exceptions ")"
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.

       editer-approbations.
           MOVE "--- Approbations et leur action ---" TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE "Date     Heure Programme            Demandeur"
               TO LIGNE-ETAT.
           MOVE "Approb.  Action" TO LIGNE-ETAT(47:).
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING ap FROM 1 BY 1 UNTIL ap > nb-approbations
               IF apb-action(ap) = SPACES
                   MOVE "(l'approbation)" TO action-edit
               ELSE
                   MOVE apb-action(ap) TO action-edit
               END-IF
               STRING apb-horodatage(ap)(1:8) " "
                   apb-horodatage(ap)(9:2) ":"
                   apb-horodatage(ap)(11:2) " "
                   apb-programme(ap) " " apb-operateur(ap) "  "
                   apb-approbateur(ap) " " action-edit
                   DELIMITED BY SIZE INTO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-PERFORM.
           PERFORM ecrire-ligne-etat.

       *>Concentration : part de l'approbateur dans les demandes du
       *>demandeur ; un couple est signale au-dela du seuil, ou
       *>quand les deux signent l'un pour l'autre.
       editer-paires.
           MOVE "--- Concentration par couple ---" TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE "Demandeur Approb.     Nb  Part Signal" TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING pr FROM 1 BY 1 UNTIL pr > nb-paires
               MOVE 0 TO total-demandeur
               MOVE SPACES TO signal-paire
               PERFORM VARYING pr2 FROM 1 BY 1 UNTIL pr2 > nb-paires
                   IF pr-operateur(pr2) = pr-operateur(pr)
                       ADD pr-nombre(pr2) TO total-demandeur
                   END-IF
                   IF pr-operateur(pr2) = pr-approbateur(pr)
                           AND pr-approbateur(pr2) = pr-operateur(pr)
                       MOVE "RECIPROQUE" TO signal-paire(13:)
                   END-IF
               END-PERFORM
               COMPUTE part-paire ROUNDED =
                   pr-nombre(pr) * 100 / total-demandeur
               IF part-paire >= SEUIL-CONCENTRATION
                       AND total-demandeur >= MINIMUM-APPROBATIONS
                   MOVE "CONCENTRE" TO signal-paire(1:11)
               END-IF
               IF signal-paire NOT = SPACES
                   ADD 1 TO nb-couples-signales
               END-IF
               MOVE pr-nombre(pr) TO nombre-edit
               MOVE part-paire TO part-edit
               STRING pr-operateur(pr) "  " pr-approbateur(pr) " "
                   nombre-edit "  " part-edit "% " signal-paire
                   DELIMITED BY SIZE INTO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-PERFORM.
           PERFORM ecrire-ligne-etat.

       editer-exceptions.
           PERFORM VARYING ex FROM 1 BY 1 UNTIL ex > nb-exceptions
               IF exc-type(ex) = type-exception
                   STRING exc-horodatage(ex)(1:8) " "
                       exc-horodatage(ex)(9:2) ":"
                       exc-horodatage(ex)(11:2) " "
                       exc-operateur(ex) " " exc-programme(ex)(1:18)
                       " " exc-texte(ex)
                       DELIMITED BY SIZE INTO LIGNE-ETAT
                   PERFORM ecrire-ligne-etat
               END-IF
           END-PERFORM.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "AuditSeparation"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.
