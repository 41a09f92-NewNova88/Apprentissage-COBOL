               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-messages.
           COPY SPOOL-FICHIER.
           *>Argent des soirs de concours : droits d'entree et prix
           *>du tournoi, postes au compte CONCOURS du grand livre
           *>sous son verrou, prix au-dela du seuil sous seconde
           *>signature.
           COPY CONCOURS-BAREME-FICHIER.
           COPY CONCOURS-CAISSE-FICHIER.
           COPY LIVRE-FICHIER.
           COPY COMPTES-FICHIER.
           COPY VERROU-FICHIER.
           COPY APPROBATION-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.

       COPY SPOOL-FD.

       COPY CONCOURS-BAREME-FD.

       COPY CONCOURS-CAISSE-FD.

       COPY LIVRE-FD.

       COPY COMPTES-FD.

       COPY VERROU-FD.

       COPY APPROBATION-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY CONCOURS-BAREME-ZONE.
       COPY CONCOURS-CAISSE-ZONE.
       COPY LIVRE-ZONE.
       COPY DESSIN-ZONE.
       COPY COMPTES-ZONE.
       COPY VERROU-ZONE.
       COPY APPROBATION-ZONE.
       COPY JOURNAL-ETAT.
       COPY LANGUE.
       *>Textes servis par le catalogue MESSAGES.DAT pour la langue
       *>de session, avec leur valeur par defaut en francais si le
               3 trn-nbcoup PIC 999.
               3 trn-issue PIC X(01).
               3 trn-edite PIC X(01).
       *>Droits et prix du tournoi. Le tournoi ne part pas si ses
       *>droits ne peuvent pas etre enregistres (motif-concours).
       77 horodatage-tournoi PIC X(14).
       77 total-droits PIC 9(7)V99 VALUE 0.
       77 indice-concours PIC 99.
       77 motif-concours PIC X(45).
       77 prix-du-rang PIC 9(5)V99.
       77 etat-prix PIC X(12).
       77 approbation-demandee PIC X(01).
       77 prix-edit PIC z(4)9.99.
       77 valeur-journal PIC X(20).

       SCREEN SECTION.

           2 LINE 2 COL 30 VALUE 'Cote : '.
           2 PIC zzz9 FROM cote-joueur.

       1 plage-droits.
           2 LINE 5 COL 40 VALUE 'Droits encaisses : '.
           2 PIC z(6)9.99 FROM total-droits.

       1 plage-refus-concours.
           2 LINE 6 COL 1 PIC X(45) FROM motif-concours.

       1 plage-prix-tournoi.
           2 LINE ligne-ecran COL 33 PIC z(4)9.99 FROM prix-du-rang.
           2 COL 43 PIC X(12) FROM etat-prix.

       COPY APPROBATION-ECRAN.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "CLASSEMENT.DAT"
           ENTETE-ATTENDU BY entete-classement.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "CALCULSOMME-LOG.DAT"
           ENTETE-ATTENDU BY entete-livre.
       PERFORM charger-messages.
       *>On affiche le meilleur score deja enregistre au classement,
       *>pour que le joueur sache ce qu'il doit battre.
           PERFORM choisir-niveau
           PERFORM jouer-partie
       END-IF.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis MenuPrincipal.
       GOBACK.
           *>On garde aussi trace de la partie dans le spool partage,
           *>pour pouvoir relire l'historique des executions apres
           *>coup.
           MOVE SPACES TO texte-rapport.
           IF issue = 'G'
               STRING joueur ' : gagne en ' nbCoup ' coups'
                   DELIMITED BY SIZE INTO texte-rapport
               END-PERFORM
               MOVE joueur TO trn-joueur(jt)
           END-PERFORM.
           PERFORM encaisser-droits.
           IF motif-concours NOT = SPACES
               DISPLAY plage-refus-concours
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               PERFORM choisir-niveau
               PERFORM VARYING jt FROM 1 BY 1 UNTIL jt > nb-joueurs
                   MOVE trn-joueur(jt) TO joueur
                   DISPLAY plage-a-toi
                   PERFORM jouer-partie
                   MOVE nbCoup TO trn-nbcoup(jt)
                   MOVE issue TO trn-issue(jt)
                   MOVE SPACE TO trn-edite(jt)
               END-PERFORM
               PERFORM afficher-classement-tournoi
           END-IF.

       *>Droit d'entree de chaque joueur inscrit au tournoi (bareme
       *>CONCOURS-BAREME.DAT) : une ligne D a la caisse du concours
       *>et un poste D au compte CONCOURS par joueur, d'un seul tenant
       *>sous le verrou du livre. Compte hors plan ou livre occupe :
       *>le tournoi ne part pas, l'argent ne se prend pas sans trace.
       *>En mode formation le montant s'affiche, rien ne s'ecrit.
       encaisser-droits.
           MOVE SPACES TO motif-concours.
           MOVE 0 TO total-droits.
           MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-tournoi.
           PERFORM charger-bareme-concours.
           IF droit-entree > 0
               COMPUTE total-droits = droit-entree * nb-joueurs
               PERFORM charger-plan-comptes
               MOVE "CONCOURS" TO compte-a-controler
               PERFORM controler-compte-plan
               EVALUATE TRUE
                   WHEN NOT COMPTE-PLAN-ADMIS
                       MOVE "Compte CONCOURS absent du plan ou ferme."
                           TO motif-concours
                   WHEN EN-FORMATION
                       CONTINUE
                   WHEN OTHER
                       PERFORM poster-droits
               END-EVALUATE
               IF motif-concours = SPACES
                   DISPLAY plage-droits
               END-IF
           END-IF.

       poster-droits.
           PERFORM verrouiller-livre.
           IF NOT VERROU-ACQUIS
               MOVE "Livre occupe : tournoi non lance, reessayez."
                   TO motif-concours
           ELSE
               PERFORM charger-livre
               MOVE "CONCOURS" TO compte-courant
               PERFORM chercher-compte-livre
               MOVE compte-trouve TO indice-concours
               IF indice-concours = 0
                   MOVE "Grand livre plein : droits refuses."
                       TO motif-concours
               ELSE
                   OPEN EXTEND FICHIER-CAISSE-CONCOURS
                   PERFORM VARYING jt FROM 1 BY 1 UNTIL jt > nb-joueurs
                       PERFORM poster-droit-joueur
                   END-PERFORM
                   CLOSE FICHIER-CAISSE-CONCOURS
                   PERFORM sauver-livre
               END-IF
               PERFORM liberer-livre
           END-IF.

       poster-droit-joueur.
           MOVE SPACES TO LIGNE-CAISSE-CONCOURS.
           MOVE 'D' TO MVC-TYPE.
           MOVE horodatage-tournoi(1:8) TO MVC-DATE.
           MOVE trn-joueur(jt) TO MVC-JOUEUR.
           MOVE 0 TO MVC-RANG.
           MOVE droit-entree TO MVC-MONTANT.
           MOVE horodatage-tournoi TO MVC-TOURNOI.
           WRITE LIGNE-CAISSE-CONCOURS.
           ADD droit-entree TO cpt-solde(indice-concours).
           MOVE indice-concours TO compte-trouve.
           MOVE "CONCOURS" TO compte-courant.
           MOVE 'D' TO operation-poste.
           MOVE droit-entree TO montant-poste.
           MOVE SPACES TO reference-poste.
           STRING "T" horodatage-tournoi
               DELIMITED BY SIZE INTO reference-poste.
           PERFORM historiser-poste-livre.
           MOVE SPACES TO valeur-journal.
           STRING "D " trn-joueur(jt)
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-concours.

       *>Classement de la tournee : selection du meilleur restant
       *>(une victoire bat toujours une defaite, puis le plus petit
                   END-IF
               END-PERFORM
               MOVE 'X' TO trn-edite(kt)
               PERFORM regler-prix
               DISPLAY plage-ligne-tournoi
               IF prix-du-rang > 0
                   DISPLAY plage-prix-tournoi
               END-IF
               ADD 1 TO ligne-ecran
               MOVE SPACES TO texte-rapport
               STRING 'Tournoi ' rang-tournoi '. '
                   trn-joueur(kt) ' ' trn-nbcoup(kt)
                   ' coups ' trn-issue(kt)
                   DELIMITED BY SIZE INTO texte-rapport
               IF etat-prix = "verse"
                   MOVE prix-du-rang TO prix-edit
                   STRING ' prix ' prix-edit
                       DELIMITED BY SIZE INTO texte-rapport(44:)
               END-IF
               PERFORM spouler-resultat
           END-PERFORM.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Prix du rang (bareme du concours), verse au joueur classe
       *>s'il a gagne sa partie : un rang sans victoire ne touche
       *>rien. Au-dela du seuil, la seconde signature ; puis, sous
       *>le verrou du livre, une ligne L a la caisse du concours et
       *>le poste L au compte CONCOURS. Prix non signe ou livre
       *>occupe : le prix reste du, marque comme tel au classement.
       regler-prix.
           MOVE 0 TO prix-du-rang.
           MOVE SPACES TO etat-prix.
           IF trn-issue(kt) = 'G'
               MOVE prix-rang(rang-tournoi) TO prix-du-rang
           END-IF.
           IF prix-du-rang > 0
               IF EN-FORMATION
                   MOVE "simulation" TO etat-prix
               ELSE
                   PERFORM payer-prix
               END-IF
           END-IF.

       payer-prix.
           MOVE 'N' TO approbation-demandee.
           MOVE 'O' TO approbation-obtenue.
           MOVE SPACES TO approbateur-saisi.
           IF prix-du-rang > seuil-prix
               MOVE 'O' TO approbation-demandee
               PERFORM demander-approbation
           END-IF.
           PERFORM charger-plan-comptes.
           MOVE "CONCOURS" TO compte-a-controler.
           PERFORM controler-compte-plan.
           EVALUATE TRUE
               WHEN NOT APPROBATION-ACCORDEE
                   MOVE "non signe" TO etat-prix
               WHEN NOT COMPTE-PLAN-ADMIS
                   MOVE "hors plan" TO etat-prix
               WHEN OTHER
                   PERFORM poster-prix
           END-EVALUATE.

       poster-prix.
           PERFORM verrouiller-livre.
           IF NOT VERROU-ACQUIS
               MOVE "livre occupe" TO etat-prix
           ELSE
               PERFORM charger-livre
               MOVE "CONCOURS" TO compte-courant
               PERFORM chercher-compte-livre
               MOVE compte-trouve TO indice-concours
               IF indice-concours = 0
                   MOVE "livre plein" TO etat-prix
               ELSE
                   OPEN EXTEND FICHIER-CAISSE-CONCOURS
                   MOVE SPACES TO LIGNE-CAISSE-CONCOURS
                   MOVE 'L' TO MVC-TYPE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO MVC-DATE
                   MOVE trn-joueur(kt) TO MVC-JOUEUR
                   MOVE rang-tournoi TO MVC-RANG
                   MOVE prix-du-rang TO MVC-MONTANT
                   IF approbation-demandee = 'O'
                       MOVE approbateur-saisi TO MVC-APPROBATEUR
                   END-IF
                   MOVE horodatage-tournoi TO MVC-TOURNOI
                   WRITE LIGNE-CAISSE-CONCOURS
                   CLOSE FICHIER-CAISSE-CONCOURS
                   SUBTRACT prix-du-rang FROM cpt-solde(indice-concours)
                   PERFORM sauver-livre
                   MOVE indice-concours TO compte-trouve
                   MOVE 'L' TO operation-poste
                   COMPUTE montant-poste = 0 - prix-du-rang
                   MOVE SPACES TO reference-poste
                   STRING "T" horodatage-tournoi
                       DELIMITED BY SIZE INTO reference-poste
                   PERFORM historiser-poste-livre
                   MOVE "verse" TO etat-prix
                   IF approbation-demandee = 'O'
                       PERFORM journaliser-approbation
                   END-IF
                   MOVE SPACES TO valeur-journal
                   STRING "L" rang-tournoi " " trn-joueur(kt)
                       DELIMITED BY SIZE INTO valeur-journal
                   PERFORM journaliser-concours
               END-IF
               PERFORM liberer-livre
           END-IF.

       *>Parcourt CLASSEMENT.DAT pour retenir le plus petit nbCoup
       *>(le meilleur score), affiche au joueur avant la partie.
       chercher-meilleur-score.
           MOVE 'N' TO fin-classement.
           OPEN INPUT FICHIER-CLASSEMENT.
           IF statut-classement = "00"
               PERFORM sauter-entete-classement
               READ FICHIER-CLASSEMENT
                   AT END SET PLUS-DE-SCORES TO TRUE
               END-READ

       *>Ajoute la partie courante (nom, nbCoup, date) au classement.
       enregistrer-score.
           PERFORM poser-entete-classement.
           OPEN EXTEND FICHIER-CLASSEMENT.
           *>On part d'un enregistrement blanc : les FILLER d'une FD
           *>ne sont pas initialises a l'execution, et des octets non
           REPLACING NOM-PARAGRAPHE BY spouler-resultat
           NOM-PROGRAMME-SPL BY "TpPlusOuMoins"
           TEXTE-SPOOL BY texte-rapport.

       COPY CONCOURS-BAREME-CHARGE.

       COPY LIVRE-POSTE.

       COPY COMPTES-CHARGE.

       COPY APPROBATION-PRISE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-livre
           NOM-FICHIER-VERROU BY "VERROU-CALCULSOMME.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-livre.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-concours
           NOM-PROGRAMME-JRN BY "TpPlusOuMoins"
           VALEUR-SAISIE BY valeur-journal.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-approbation
           NOM-PROGRAMME-JRN BY "TpPlusOuMoins"
           VALEUR-SAISIE BY valeur-approbation.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-classement
           FICHIER-DESSIN BY FICHIER-CLASSEMENT.

       COPY DESSIN-POSE
           REPLACING NOM-PARAGRAPHE BY poser-entete-classement
           FICHIER-DESSIN BY FICHIER-CLASSEMENT
           LIGNE-DESSIN BY LIGNE-CLASSEMENT
           STATUT-DESSIN BY statut-classement
           ENTETE-DESSIN BY entete-classement.
