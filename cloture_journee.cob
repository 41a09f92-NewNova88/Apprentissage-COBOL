      *>Cloture guidee de la journee : la fermeture du soir etait
      *>une douzaine d'options de menu dans un ordre que deux
      *>personnes connaissaient (comptage du tiroir, reconciliation,
      *>Z de caisse, rapprochement, releve, spool, sauvegarde...),
      *>et des etapes sautaient. La liste des etapes vit dans
      *>CLOTURE-ETAPES.DAT (numero, libelle, programme a lancer,
      *>obligatoire ou non) ; sans fichier, la liste d'usage
      *>ci-dessous sert. Le programme deroule les etapes dans
      *>l'ordre, lance chacune par CALL, et note dans
      *>CLOTURE-JOUR.DAT, en ajout seulement, chaque etape faite,
      *>sautee avec son motif ou en echec. La journee n'est close
      *>(ligne C, avec l'operateur) que si toutes les etapes
      *>obligatoires sont faites. Le lendemain, le tableau de bord
      *>de MenuPrincipal dit si la veille a ete close, par qui, et
      *>quelles etapes ont ete sautees. La liste n'est modifiable
      *>que par le responsable (profil R) des que le fichier maitre
      *>des operateurs est en service ; refuse en mode formation.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClotureJournee.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHIER-ETAPES
               ASSIGN TO "CLOTURE-ETAPES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-etapes.
           SELECT OPTIONAL FICHIER-CLOTURE
               ASSIGN TO "CLOTURE-JOUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-cloture.
           SELECT FICHIER-MAITRE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-maitre.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       FD FICHIER-ETAPES.
       1 LIGNE-ETAPE.
           2 ETP-NUMERO PIC 9(02).
           2 FILLER PIC X(01).
           2 ETP-LIBELLE PIC X(30).
           2 FILLER PIC X(01).
           2 ETP-PROGRAMME PIC X(20).
           2 FILLER PIC X(01).
           2 ETP-OBLIGATOIRE PIC X(01).

       *>Une ligne par evenement de la cloture : CLJ-ISSUE F = etape
       *>faite, S = sautee (motif), E = en echec (motif), C = journee
       *>close (etape 00). Pour une etape, la derniere ligne du jour
       *>donne son etat : une etape en echec se relance.
       FD FICHIER-CLOTURE.
       1 LIGNE-CLOTURE.
           2 CLJ-JOUR PIC 9(08).
           2 FILLER PIC X(01).
           2 CLJ-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 CLJ-ETAPE PIC 9(02).
           2 FILLER PIC X(01).
           2 CLJ-PROGRAMME PIC X(20).
           2 FILLER PIC X(01).
           2 CLJ-OBLIGATOIRE PIC X(01).
           2 FILLER PIC X(01).
           2 CLJ-ISSUE PIC X(01).
           2 FILLER PIC X(01).
           2 CLJ-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 CLJ-MOTIF PIC X(40).

       FD FICHIER-MAITRE.
       1 LIGNE-MAITRE PIC X(80).

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY JOURNAL-ETAT.
       77 statut-etapes PIC X(02).
       77 statut-cloture PIC X(02).
       77 statut-maitre PIC X(02).
       77 maitre-en-place PIC X(01) VALUE 'N'.
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.

       *>Liste d'usage quand CLOTURE-ETAPES.DAT n'existe pas
       *>encore : numero, libelle, programme, obligatoire.
       1 etapes-usage.
           2 FILLER PIC X(02) VALUE "01".
           2 FILLER PIC X(30) VALUE "Comptage du tiroir-caisse".
           2 FILLER PIC X(20) VALUE "InstructionAdd".
           2 FILLER PIC X(01) VALUE "O".
           2 FILLER PIC X(02) VALUE "02".
           2 FILLER PIC X(30) VALUE "Reconciliation de caisse".
           2 FILLER PIC X(20) VALUE "ReconciliationCaisse".
           2 FILLER PIC X(01) VALUE "O".
           2 FILLER PIC X(02) VALUE "03".
           2 FILLER PIC X(30) VALUE "Cloture Z de la caisse".
           2 FILLER PIC X(20) VALUE "ClotureCaisse".
           2 FILLER PIC X(01) VALUE "O".
           2 FILLER PIC X(02) VALUE "04".
           2 FILLER PIC X(30) VALUE "Rapprochement tickets / livre".
           2 FILLER PIC X(20) VALUE "RapprochementTickets".
           2 FILLER PIC X(01) VALUE "O".
           2 FILLER PIC X(02) VALUE "05".
           2 FILLER PIC X(30) VALUE "Releve du grand livre".
           2 FILLER PIC X(20) VALUE "ReleveCalculsomme".
           2 FILLER PIC X(01) VALUE "N".
           2 FILLER PIC X(02) VALUE "06".
           2 FILLER PIC X(30) VALUE "Impression du spool".
           2 FILLER PIC X(20) VALUE "ImpressionSpool".
           2 FILLER PIC X(01) VALUE "N".
           2 FILLER PIC X(02) VALUE "07".
           2 FILLER PIC X(30) VALUE "Diffusion des rapports".
           2 FILLER PIC X(20) VALUE "DiffusionRapports".
           2 FILLER PIC X(01) VALUE "N".
           2 FILLER PIC X(02) VALUE "08".
           2 FILLER PIC X(30) VALUE "Sauvegarde des donnees".
           2 FILLER PIC X(20) VALUE "SauvegardeDonnees".
           2 FILLER PIC X(01) VALUE "O".
       1 table-etapes-usage REDEFINES etapes-usage.
           2 etape-usage OCCURS 8.
               3 eu-numero PIC 99.
               3 eu-libelle PIC X(30).
               3 eu-programme PIC X(20).
               3 eu-obligatoire PIC X(01).

       *>Etapes chargees, dans l'ordre des numeros, avec leur etat
       *>du jour d'apres CLOTURE-JOUR.DAT.
       77 nb-etapes PIC 99 VALUE 0.
       77 e PIC 99.
       77 e2 PIC 99.
       1 table-etapes.
           2 etape OCCURS 30.
               3 et-numero PIC 99.
               3 et-libelle PIC X(30).
               3 et-programme PIC X(20).
               3 et-obligatoire PIC X(01).
               3 et-issue PIC X(01).
               3 et-motif PIC X(40).

       77 jour-cloture PIC 9(08).
       77 jour-clos PIC X(01) VALUE 'N'.
       77 clos-par PIC X(08) VALUE SPACES.
       77 clos-a PIC X(06) VALUE SPACES.
       77 nb-en-suspens PIC 99 VALUE 0.
       77 libelle-issue PIC X(12).
       77 issue-a-noter PIC X(01).
       77 motif-saisi PIC X(40).
       77 programme-appele PIC X(20).
       77 appel-impossible PIC X(01).
       77 operateur-cloture PIC X(08).
       77 interrompre PIC X(01).

       77 choix-action PIC 9 VALUE 9.
       77 choix-etape PIC 9 VALUE 0.
       77 reponse PIC X(01).
       77 touche PIC X(01).
       77 ligne-ecran PIC 99.
       77 saisie-numero PIC 99.
       77 saisie-libelle PIC X(30).
       77 saisie-programme PIC X(20).
       77 saisie-obligatoire PIC X(01).
       77 motif-refus PIC X(40).
       77 valeur-journal PIC X(20).

       SCREEN SECTION.
       1 plage-formation.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Mode formation : cloture de la journee refusee.'.

       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Cloture de la journee du '.
           2 PIC 9(08) FROM jour-cloture.
           2 LINE 3 COL 1 VALUE '1. Derouler la cloture'.
           2 LINE 4 COL 1 VALUE '2. Etat des etapes du jour'.
           2 LINE 5 COL 1 VALUE '3. Clore la journee'.
           2 LINE 6 COL 1 VALUE '4. Ajouter une etape'.
           2 LINE 7 COL 1 VALUE '5. Retirer une etape'.
           2 LINE 8 COL 1 VALUE '0. Quitter'.
           2 LINE 10 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-etape.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Cloture du '.
           2 PIC 9(08) FROM jour-cloture.
           2 VALUE ' - etape '.
           2 PIC z9 FROM e.
           2 VALUE ' sur '.
           2 PIC z9 FROM nb-etapes.
           2 LINE 3 COL 1 PIC 99 FROM et-numero(e).
           2 COL 4 PIC X(30) FROM et-libelle(e).
           2 LINE 4 COL 1 VALUE 'Programme : '.
           2 PIC X(20) FROM et-programme(e).
           2 LINE 5 COL 1 VALUE 'Obligatoire : '.
           2 PIC X(01) FROM et-obligatoire(e).
           2 LINE 6 COL 1 VALUE 'Etat du jour : '.
           2 PIC X(12) FROM libelle-issue.
           2 LINE 8 COL 1 VALUE
               '1=Lancer  2=Sauter  3=Interrompre la cloture : '.
           2 PIC 9 TO choix-etape REQUIRED.

       1 plage-issue.
           2 LINE 10 COL 1 VALUE
               'L''etape s''est-elle bien passee (O/N) ? '.
           2 PIC X(01) TO reponse REQUIRED.

       1 plage-motif-echec.
           2 LINE 11 COL 1 VALUE 'Motif de l''echec : '.
           2 PIC X(40) TO motif-saisi REQUIRED.

       1 plage-introuvable.
           2 LINE 10 COL 1 VALUE
               'Programme introuvable : etape notee en echec.'.

       1 plage-motif-saut.
           2 LINE 10 COL 1 VALUE 'Motif du saut : '.
           2 PIC X(40) TO motif-saisi REQUIRED.

       1 plage-saut-obligatoire.
           2 LINE 12 COL 1 VALUE
               'Etape obligatoire : journee impossible a clore.'.

       1 plage-titre-etat.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Etapes de la cloture du '.
           2 PIC 9(08) FROM jour-cloture.
           2 LINE 2 COL 1 VALUE 'No Libelle'.
           2 COL 35 VALUE 'Programme'.
           2 COL 56 VALUE 'O Etat'.

       1 plage-ligne-etat.
           2 LINE ligne-ecran COL 1 PIC 99 FROM et-numero(e).
           2 COL 4 PIC X(30) FROM et-libelle(e).
           2 COL 35 PIC X(20) FROM et-programme(e).
           2 COL 56 PIC X(01) FROM et-obligatoire(e).
           2 COL 58 PIC X(12) FROM libelle-issue.

       1 plage-ligne-motif.
           2 LINE ligne-ecran COL 6 PIC X(40) FROM et-motif(e).

       1 plage-deja-close.
           2 LINE 20 COL 1 VALUE 'Journee close par '.
           2 PIC X(08) FROM clos-par.
           2 VALUE ' a '.
           2 PIC X(06) FROM clos-a.

       1 plage-refus-cloture.
           2 LINE 21 COL 1 VALUE 'Cloture refusee : '.
           2 PIC z9 FROM nb-en-suspens.
           2 VALUE ' etape(s) obligatoire(s) pas faite(s).'.

       1 plage-confirmer-cloture.
           2 LINE 21 COL 1 VALUE
               'Etapes obligatoires faites. Clore (O/N) ? '.
           2 PIC X(01) TO reponse REQUIRED.

       1 plage-close.
           2 LINE 22 COL 1 VALUE 'Journee close.'.

       1 plage-refus-profil.
           2 LINE 12 COL 1 VALUE
               'Liste modifiable par le responsable (profil R).'.

       1 plage-saisie-etape.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Nouvelle etape de cloture'.
           2 LINE 3 COL 1 VALUE 'Numero (ordre de passage) : '.
           2 PIC 99 TO saisie-numero REQUIRED.
           2 LINE 4 COL 1 VALUE 'Libelle : '.
           2 PIC X(30) TO saisie-libelle REQUIRED.
           2 LINE 5 COL 1 VALUE 'Programme a lancer : '.
           2 PIC X(20) TO saisie-programme REQUIRED.
           2 LINE 6 COL 1 VALUE 'Obligatoire (O/N) : '.
           2 PIC X(01) TO saisie-obligatoire REQUIRED.

       1 plage-refus.
           2 LINE 12 COL 1 VALUE 'Refuse : '.
           2 PIC X(40) FROM motif-refus.

       1 plage-ajoutee.
           2 LINE 12 COL 1 VALUE 'Etape ajoutee a CLOTURE-ETAPES.DAT.'.

       1 plage-saisie-retrait.
           2 LINE 21 COL 1 VALUE 'Numero de l''etape a retirer : '.
           2 PIC 99 TO saisie-numero REQUIRED.

       1 plage-retiree.
           2 LINE 22 COL 1 VALUE 'Etape retiree.'.

       1 plage-numero-invalide.
           2 LINE 22 COL 1 VALUE 'Numero inconnu.'.

       1 plage-pause.
           2 LINE 23 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       IF EN-FORMATION
           DISPLAY plage-formation
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.
       PERFORM controler-maitre.
       MOVE FUNCTION CURRENT-DATE(1:8) TO jour-cloture.
       IF operateur-courant = SPACES OR LOW-VALUES
           MOVE "INCONNU" TO operateur-cloture
       ELSE
           MOVE operateur-courant TO operateur-cloture
       END-IF.

       PERFORM UNTIL choix-action = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           EVALUATE choix-action
               WHEN 1
                   PERFORM derouler-cloture
               WHEN 2
                   PERFORM voir-etat
               WHEN 3
                   PERFORM clore-journee
               WHEN 4
                   PERFORM ajouter-etape
               WHEN 5
                   PERFORM retirer-etape
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour rendre la main a
       *>MenuExploitation.
       GOBACK.

       *>Dit si le fichier maitre des operateurs est en service
       *>(present et non vide), comme MaintenanceArticles.
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

       *>Deroulement : chaque etape pas encore faite aujourd'hui est
       *>proposee dans l'ordre ; les etapes faites sont passees. En
       *>fin de liste, la cloture de la journee est proposee.
       derouler-cloture.
           PERFORM charger-etapes.
           PERFORM charger-jour.
           MOVE 'N' TO interrompre.
           PERFORM VARYING e FROM 1 BY 1
                   UNTIL e > nb-etapes OR interrompre = 'O'
               IF et-issue(e) NOT = 'F'
                   PERFORM proposer-etape
               END-IF
           END-PERFORM.
           IF interrompre = 'N'
               PERFORM voir-etat-sans-pause
               PERFORM proposer-cloture
               DISPLAY plage-pause
               ACCEPT plage-pause
           END-IF.

       proposer-etape.
           PERFORM poser-libelle-issue.
           MOVE 0 TO choix-etape.
           DISPLAY plage-etape.
           ACCEPT plage-etape.
           MOVE SPACES TO motif-saisi.
           EVALUATE choix-etape
               WHEN 1
                   PERFORM lancer-etape
               WHEN 2
                   DISPLAY plage-motif-saut
                   ACCEPT plage-motif-saut
                   MOVE 'S' TO issue-a-noter
                   PERFORM noter-etape
                   IF et-obligatoire(e) = 'O'
                       DISPLAY plage-saut-obligatoire
                       DISPLAY plage-pause
                       ACCEPT plage-pause
                   END-IF
               WHEN 3
                   MOVE 'O' TO interrompre
               WHEN OTHER
                   *>Choix hors liste : l'etape est representee.
                   SUBTRACT 1 FROM e
           END-EVALUATE.

       *>Lance le programme de l'etape, puis demande a l'operateur
       *>si elle s'est bien passee : les utilitaires rendent la main
       *>par GOBACK sans compte rendu. Un programme introuvable
       *>note l'etape en echec d'office.
       lancer-etape.
           MOVE et-programme(e) TO programme-appele.
           MOVE 'N' TO appel-impossible.
           CALL programme-appele
               ON EXCEPTION MOVE 'O' TO appel-impossible
           END-CALL.
           CANCEL programme-appele.
           IF appel-impossible = 'O'
               DISPLAY plage-etape
               DISPLAY plage-introuvable
               MOVE "Programme introuvable" TO motif-saisi
               MOVE 'E' TO issue-a-noter
               PERFORM noter-etape
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               DISPLAY plage-etape
               MOVE SPACE TO reponse
               PERFORM UNTIL reponse = 'O' OR reponse = 'N'
                   DISPLAY plage-issue
                   ACCEPT plage-issue
                   MOVE FUNCTION UPPER-CASE(reponse) TO reponse
               END-PERFORM
               IF reponse = 'O'
                   MOVE 'F' TO issue-a-noter
               ELSE
                   DISPLAY plage-motif-echec
                   ACCEPT plage-motif-echec
                   MOVE 'E' TO issue-a-noter
               END-IF
               PERFORM noter-etape
           END-IF.

       noter-etape.
           OPEN EXTEND FICHIER-CLOTURE.
           MOVE SPACES TO LIGNE-CLOTURE.
           MOVE jour-cloture TO CLJ-JOUR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CLJ-HORODATAGE.
           MOVE et-numero(e) TO CLJ-ETAPE.
           MOVE et-programme(e) TO CLJ-PROGRAMME.
           MOVE et-obligatoire(e) TO CLJ-OBLIGATOIRE.
           MOVE issue-a-noter TO CLJ-ISSUE.
           MOVE operateur-cloture TO CLJ-OPERATEUR.
           MOVE motif-saisi TO CLJ-MOTIF.
           WRITE LIGNE-CLOTURE.
           CLOSE FICHIER-CLOTURE.
           MOVE issue-a-noter TO et-issue(e).
           MOVE motif-saisi TO et-motif(e).

       voir-etat.
           PERFORM charger-etapes.
           PERFORM charger-jour.
           PERFORM voir-etat-sans-pause.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Etat du jour, une ligne par etape (et son motif dessous si
       *>elle a ete sautee ou a echoue).
       voir-etat-sans-pause.
           DISPLAY plage-titre-etat.
           MOVE 3 TO ligne-ecran.
           PERFORM VARYING e FROM 1 BY 1
                   UNTIL e > nb-etapes OR ligne-ecran > 19
               PERFORM poser-libelle-issue
               DISPLAY plage-ligne-etat
               ADD 1 TO ligne-ecran
               IF et-motif(e) NOT = SPACES AND ligne-ecran < 20
                   DISPLAY plage-ligne-motif
                   ADD 1 TO ligne-ecran
               END-IF
           END-PERFORM.
           IF jour-clos = 'O'
               DISPLAY plage-deja-close
           END-IF.

       clore-journee.
           PERFORM charger-etapes.
           PERFORM charger-jour.
           PERFORM voir-etat-sans-pause.
           PERFORM proposer-cloture.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>La journee ne se clot qu'une fois, et seulement quand
       *>aucune etape obligatoire n'est sautee, en echec ou a faire.
       proposer-cloture.
           IF jour-clos NOT = 'O'
               MOVE 0 TO nb-en-suspens
               PERFORM VARYING e FROM 1 BY 1 UNTIL e > nb-etapes
                   IF et-obligatoire(e) = 'O' AND et-issue(e) NOT = 'F'
                       ADD 1 TO nb-en-suspens
                   END-IF
               END-PERFORM
               IF nb-en-suspens > 0
                   DISPLAY plage-refus-cloture
               ELSE
                   MOVE SPACE TO reponse
                   DISPLAY plage-confirmer-cloture
                   ACCEPT plage-confirmer-cloture
                   IF reponse = 'O' OR reponse = 'o'
                       PERFORM noter-cloture
                       DISPLAY plage-close
                   END-IF
               END-IF
           END-IF.

       noter-cloture.
           OPEN EXTEND FICHIER-CLOTURE.
           MOVE SPACES TO LIGNE-CLOTURE.
           MOVE jour-cloture TO CLJ-JOUR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CLJ-HORODATAGE.
           MOVE 0 TO CLJ-ETAPE.
           MOVE 'C' TO CLJ-ISSUE.
           MOVE operateur-cloture TO CLJ-OPERATEUR.
           WRITE LIGNE-CLOTURE.
           CLOSE FICHIER-CLOTURE.
           MOVE 'O' TO jour-clos.
           MOVE operateur-cloture TO clos-par.
           MOVE CLJ-HORODATAGE(9:6) TO clos-a.
           MOVE SPACES TO valeur-journal.
           STRING "CLOTURE " jour-cloture
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-cloture.

       poser-libelle-issue.
           EVALUATE et-issue(e)
               WHEN 'F'
                   MOVE "FAITE" TO libelle-issue
               WHEN 'S'
                   MOVE "SAUTEE" TO libelle-issue
               WHEN 'E'
                   MOVE "ECHEC" TO libelle-issue
               WHEN OTHER
                   MOVE "A FAIRE" TO libelle-issue
           END-EVALUATE.

       *>Liste des etapes : le fichier s'il existe et n'est pas
       *>vide, sinon la liste d'usage.
       charger-etapes.
           MOVE 0 TO nb-etapes.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-ETAPES.
           *>OPTIONAL : un fichier absent s'ouvre quand meme (statut
           *>05) et doit etre referme.
           IF statut-etapes(1:1) = "0"
               READ FICHIER-ETAPES
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF ETP-NUMERO IS NUMERIC
                           AND ETP-PROGRAMME NOT = SPACES
                           AND nb-etapes < 30
                       ADD 1 TO nb-etapes
                       MOVE ETP-NUMERO TO et-numero(nb-etapes)
                       MOVE ETP-LIBELLE TO et-libelle(nb-etapes)
                       MOVE ETP-PROGRAMME TO et-programme(nb-etapes)
                       IF ETP-OBLIGATOIRE = 'N'
                           MOVE 'N' TO et-obligatoire(nb-etapes)
                       ELSE
                           MOVE 'O' TO et-obligatoire(nb-etapes)
                       END-IF
                   END-IF
                   READ FICHIER-ETAPES
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ETAPES
           END-IF.
           IF nb-etapes = 0
               PERFORM VARYING e FROM 1 BY 1 UNTIL e > 8
                   ADD 1 TO nb-etapes
                   MOVE eu-numero(e) TO et-numero(nb-etapes)
                   MOVE eu-libelle(e) TO et-libelle(nb-etapes)
                   MOVE eu-programme(e) TO et-programme(nb-etapes)
                   MOVE eu-obligatoire(e) TO et-obligatoire(nb-etapes)
               END-PERFORM
           END-IF.
           PERFORM VARYING e FROM 1 BY 1 UNTIL e > nb-etapes
               MOVE SPACE TO et-issue(e)
               MOVE SPACES TO et-motif(e)
           END-PERFORM.

       *>Etat du jour d'apres CLOTURE-JOUR.DAT : la derniere ligne
       *>de chaque etape gagne (le fichier est en ajout).
       charger-jour.
           MOVE 'N' TO jour-clos.
           MOVE SPACES TO clos-par.
           MOVE SPACES TO clos-a.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-CLOTURE.
           IF statut-cloture(1:1) = "0"
               READ FICHIER-CLOTURE
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF CLJ-JOUR = jour-cloture
                       PERFORM ranger-ligne-jour
                   END-IF
                   READ FICHIER-CLOTURE
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CLOTURE
           END-IF.

       ranger-ligne-jour.
           IF CLJ-ISSUE = 'C'
               MOVE 'O' TO jour-clos
               MOVE CLJ-OPERATEUR TO clos-par
               MOVE CLJ-HORODATAGE(9:6) TO clos-a
           ELSE
               PERFORM VARYING e FROM 1 BY 1 UNTIL e > nb-etapes
                   IF et-numero(e) = CLJ-ETAPE
                       MOVE CLJ-ISSUE TO et-issue(e)
                       MOVE CLJ-MOTIF TO et-motif(e)
                   END-IF
               END-PERFORM
           END-IF.

       *>Ajout d'une etape a sa place dans l'ordre des numeros.
       ajouter-etape.
           IF maitre-en-place = 'O' AND profil-operateur NOT = 'R'
               DISPLAY plage-refus-profil
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               PERFORM charger-etapes
               MOVE 0 TO saisie-numero
               MOVE SPACES TO saisie-libelle
               MOVE SPACES TO saisie-programme
               MOVE SPACE TO saisie-obligatoire
               DISPLAY plage-saisie-etape
               ACCEPT plage-saisie-etape
               MOVE FUNCTION UPPER-CASE(saisie-obligatoire)
                   TO saisie-obligatoire
               MOVE 0 TO e2
               PERFORM VARYING e FROM 1 BY 1 UNTIL e > nb-etapes
                   IF et-numero(e) = saisie-numero
                       MOVE e TO e2
                   END-IF
               END-PERFORM
               MOVE SPACES TO motif-refus
               EVALUATE TRUE
                   WHEN saisie-numero NOT NUMERIC OR saisie-numero = 0
                       MOVE "Numero de 01 a 99." TO motif-refus
                   WHEN e2 > 0
                       MOVE "Numero deja pris." TO motif-refus
                   WHEN saisie-libelle = SPACES
                       MOVE "Libelle obligatoire." TO motif-refus
                   WHEN saisie-programme = SPACES
                       MOVE "Programme obligatoire." TO motif-refus
                   *>La cloture ne se relance pas elle-meme.
                   WHEN saisie-programme = "ClotureJournee"
                           OR saisie-programme = "MenuPrincipal"
                       MOVE "Programme non admis." TO motif-refus
                   WHEN saisie-obligatoire NOT = 'O'
                           AND saisie-obligatoire NOT = 'N'
                       MOVE "Obligatoire : O ou N." TO motif-refus
                   WHEN nb-etapes >= 30
                       MOVE "Liste pleine (30 etapes)." TO motif-refus
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF motif-refus NOT = SPACES
                   DISPLAY plage-refus
               ELSE
                   PERFORM inserer-etape
                   PERFORM sauver-etapes
                   MOVE SPACES TO valeur-journal
                   STRING "+ETAPE " saisie-numero " " saisie-programme
                       DELIMITED BY SIZE INTO valeur-journal
                   PERFORM journaliser-cloture
                   DISPLAY plage-ajoutee
               END-IF
               DISPLAY plage-pause
               ACCEPT plage-pause
           END-IF.

       inserer-etape.
           MOVE nb-etapes TO e.
           PERFORM UNTIL e = 0
               IF et-numero(e) < saisie-numero
                   EXIT PERFORM
               END-IF
               MOVE etape(e) TO etape(e + 1)
               SUBTRACT 1 FROM e
           END-PERFORM.
           ADD 1 TO e.
           ADD 1 TO nb-etapes.
           MOVE saisie-numero TO et-numero(e).
           MOVE saisie-libelle TO et-libelle(e).
           MOVE saisie-programme TO et-programme(e).
           MOVE saisie-obligatoire TO et-obligatoire(e).
           MOVE SPACE TO et-issue(e).
           MOVE SPACES TO et-motif(e).

       retirer-etape.
           IF maitre-en-place = 'O' AND profil-operateur NOT = 'R'
               DISPLAY plage-refus-profil
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               PERFORM charger-etapes
               PERFORM charger-jour
               PERFORM voir-etat-sans-pause
               MOVE 0 TO saisie-numero
               DISPLAY plage-saisie-retrait
               ACCEPT plage-saisie-retrait
               MOVE 0 TO e2
               PERFORM VARYING e FROM 1 BY 1 UNTIL e > nb-etapes
                   IF et-numero(e) = saisie-numero
                       MOVE e TO e2
                   END-IF
               END-PERFORM
               IF e2 = 0
                   DISPLAY plage-numero-invalide
               ELSE
                   MOVE SPACES TO valeur-journal
                   STRING "-ETAPE " saisie-numero " " et-programme(e2)
                       DELIMITED BY SIZE INTO valeur-journal
                   PERFORM journaliser-cloture
                   PERFORM VARYING e FROM e2 BY 1
                           UNTIL e >= nb-etapes
                       MOVE etape(e + 1) TO etape(e)
                   END-PERFORM
                   SUBTRACT 1 FROM nb-etapes
                   PERFORM sauver-etapes
                   DISPLAY plage-retiree
               END-IF
               DISPLAY plage-pause
               ACCEPT plage-pause
           END-IF.

       *>Reecrit la liste complete ; une liste videe par les retraits
       *>laisse un fichier vide, qui ramene la liste d'usage.
       sauver-etapes.
           OPEN OUTPUT FICHIER-ETAPES.
           PERFORM VARYING e FROM 1 BY 1 UNTIL e > nb-etapes
               MOVE SPACES TO LIGNE-ETAPE
               MOVE et-numero(e) TO ETP-NUMERO
               MOVE et-libelle(e) TO ETP-LIBELLE
               MOVE et-programme(e) TO ETP-PROGRAMME
               MOVE et-obligatoire(e) TO ETP-OBLIGATOIRE
               WRITE LIGNE-ETAPE
           END-PERFORM.
           CLOSE FICHIER-ETAPES.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-cloture
           NOM-PROGRAMME-JRN BY "ClotureJournee"
           VALEUR-SAISIE BY valeur-journal.
