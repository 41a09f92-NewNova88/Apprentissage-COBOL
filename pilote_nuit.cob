       *>tient JOURNAL-NUIT.DAT avec l'heure de debut, l'heure de fin
       *>et l'issue de chaque job. Le gardien de nuit n'a plus qu'une
       *>seule chose a lancer.
       *>Chaque ligne porte sa frequence : chaque nuit, un jour de la
       *>semaine, premier ou dernier jour ouvre du mois, fin de
       *>trimestre. Les jours ouvres viennent de CALENDRIER.DAT ;
       *>un job qui n'est pas du cette nuit est note NONDU au
       *>journal sans etre lance. Les jobs a double signature
       *>(CLOTURE, SAISONS) ne partent jamais de nuit : le jour venu
       *>ils sont notes A FAIRE pour l'equipe de jour. Le mode 3
       *>edite sans rien lancer le programme des sept prochaines
       *>nuits.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PiloteNuit.

               ASSIGN TO "RAPPORT-VERIFICATION.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-verdict.
           COPY CALENDRIER-FICHIER.
           SELECT FICHIER-PROGRAMME ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
           *>laisse plus TRANCHES et SEUIL tourner sur des donnees a
           *>moitie postees.
           2 PRM-POLITIQUE PIC X(01).
           2 FILLER PIC X(01).
           *>Frequence du job : Q = chaque nuit, H = hebdomadaire (le
           *>jour suit, 1 = lundi ... 7 = dimanche, lundi par defaut),
           *>D = premier jour ouvre du mois, F = dernier jour ouvre
           *>du mois, T = dernier jour ouvre de mars, juin, septembre
           *>et decembre. Blanc = chaque nuit, sauf pour RETARDS,
           *>REVUE et VISITES qui gardent leur rythme d'avant (jour ou
           *>quantieme en valeur).
           2 PRM-FREQUENCE PIC X(01).
           2 PRM-JOUR-FREQ PIC X(01).

       FD FICHIER-JOURNAL-NUIT.
       1 LIGNE-JOURNAL-NUIT.
       FD FICHIER-VERDICT.
       1 LIGNE-VERDICT PIC X(80).

       COPY CALENDRIER-FD.

       FD FICHIER-PROGRAMME.
       1 LIGNE-PROGRAMME PIC X(80).

       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       COPY PILOTAGE.
       COPY CALENDRIER-ZONE.
       77 statut-params PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-JOBS VALUE 'O'.
       77 nb-jobs PIC 9(3) VALUE 0.
       77 nb-echecs PIC 9(3) VALUE 0.
       77 nb-non-dus PIC 9(3) VALUE 0.
       77 nb-a-faire PIC 9(3) VALUE 0.
       77 heure-debut PIC X(14).
       77 issue-job PIC X(10).
       *>Mode du passage : 1 = chaine complete, 2 = reprise (seuls
       *>les jobs dont la derniere issue au journal de nuit etait
       *>ERREUR, ou qui n'y figurent pas, sont relances) — une
       *>mauvaise nuit ne coute plus qu'un job, pas toute la fenetre.
       *>3 = programme des sept prochaines nuits, rien n'est lance.
       77 mode-pilote PIC 9 VALUE 1.
       *>Application de la politique d'echec.
       77 arret-chaine PIC X(01) VALUE 'N'.
       77 issue-connue PIC X(01).
       77 derniere-issue PIC X(10).
       77 detail-job PIC X(30) VALUE SPACES.
       *>Date de la nuit et date examinee pour l'echeance d'un job
       *>(la nuit meme, ou l'une des sept nuits du programme).
       77 date-nuit PIC 9(08).
       77 entier-nuit PIC 9(07).
       77 date-examinee PIC 9(08).
       77 entier-examine PIC 9(07).
       77 annee-examinee PIC 9(04).
       77 mois-examine PIC 99.
       77 quantieme-examine PIC 99.
       *>Jour de la semaine examine (1 = lundi ... 7 = dimanche)
       *>et jour demande pour un job hebdomadaire.
       77 jour-semaine-examine PIC 9.
       77 jour-hebdo PIC 9.
       *>Quantieme demande pour un job mensuel ou trimestriel (passe
       *>le premier mois de chaque trimestre : janvier, avril,
       *>juillet, octobre).
       77 quantieme-demande PIC 99.
       *>Verdict d'echeance du job : O = du, N = pas du, X = code
       *>de frequence inconnu (le job est refuse, jamais devine).
       77 job-du PIC X(01).
       77 libelle-frequence PIC X(18).
       *>Bornes du mois examine et jour ouvre cherche.
       77 entier-debut-mois PIC 9(07).
       77 entier-fin-mois PIC 9(07).
       77 entier-borne PIC 9(07).
       77 date-borne PIC 9(08).
       77 jour-borne-ouvert PIC X(01).
       77 premier-ouvre PIC 9(08).
       77 dernier-ouvre PIC 9(08).
       77 trimestre-nuit PIC 9.
       *>Programme des sept prochaines nuits.
       77 horodatage-etat PIC X(14).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.
       77 jp PIC 9.
       77 date-fin-programme PIC 9(08).
       77 nb-jobs-nuit PIC 9(3).
       1 noms-jours-valeurs.
           2 FILLER PIC X(08) VALUE "Lundi".
           2 FILLER PIC X(08) VALUE "Mardi".
           2 FILLER PIC X(08) VALUE "Mercredi".
           2 FILLER PIC X(08) VALUE "Jeudi".
           2 FILLER PIC X(08) VALUE "Vendredi".
           2 FILLER PIC X(08) VALUE "Samedi".
           2 FILLER PIC X(08) VALUE "Dimanche".
       1 noms-jours REDEFINES noms-jours-valeurs.
           2 nom-jour PIC X(08) OCCURS 7.
       *>Verdicts du controle prealable : un drapeau par fichier
       *>d'entree connu (O = conforme). Rapport illisible ou
       *>verification plantee : tout reste a O, comme avant le
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Pilote des passages de nuit'.
           2 LINE 3 COL 1 VALUE
               '1=Chaine complete  2=Reprise (echecs seuls)'.
           2 LINE 4 COL 1 VALUE
               '3=Programme des sept prochaines nuits : '.
           2 PIC 9 TO mode-pilote.

       1 plage-fini.
           2 PIC zz9 FROM nb-jobs.
           2 LINE 3 COL 1 VALUE 'Echecs : '.
           2 PIC zz9 FROM nb-echecs.
           2 LINE 4 COL 1 VALUE 'Non dus cette nuit : '.
           2 PIC zz9 FROM nb-non-dus.
           2 LINE 5 COL 1 VALUE 'A faire en journee : '.
           2 PIC zz9 FROM nb-a-faire.
           2 LINE 6 COL 1 VALUE 'Journal : JOURNAL-NUIT.DAT'.

       1 plage-programme.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Programme des sept prochaines nuits etabli.'.
           2 LINE 2 COL 1 VALUE 'Rapport : '.
           2 PIC X(40) FROM nom-rapport.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "PARAMS-NUIT.DAT"
           ENTETE-ATTENDU BY entete-params-nuit.
       *>Relance dans la meme session (le menu garde l'etat du
       *>dernier CALL) : on repart de zero avant d'ouvrir.
       MOVE 'N' TO fin-fichier.
       MOVE 0 TO nb-jobs.
       MOVE 0 TO nb-echecs.
       MOVE 0 TO nb-non-dus.
       MOVE 0 TO nb-a-faire.
       MOVE 'N' TO arret-chaine.
       MOVE 'N' TO sauter-prochain.
       *>Choix du mode : une entree a vide vaut chaine complete,
       MOVE 1 TO mode-pilote.
       DISPLAY plage-mode.
       ACCEPT plage-mode.
       IF mode-pilote NOT = 2 AND mode-pilote NOT = 3
           MOVE 1 TO mode-pilote
       END-IF.
       *>Les echeances se calculent sur le calendrier du magasin
       *>(jours ouvres et feries).
       PERFORM charger-calendrier.
       MOVE FUNCTION CURRENT-DATE(1:8) TO date-nuit.
       COMPUTE entier-nuit = FUNCTION INTEGER-OF-DATE(date-nuit).
       IF mode-pilote = 3
           PERFORM editer-programme-semaine
           DISPLAY plage-programme
           GOBACK
       END-IF.
       IF mode-pilote = 2
           PERFORM charger-dernieres-issues
       END-IF.
       PERFORM controler-fichiers-entree.
       OPEN INPUT FICHIER-PARAMS.
       IF statut-params = "00"
           PERFORM sauter-entete-params
           READ FICHIER-PARAMS
               AT END SET PLUS-DE-JOBS TO TRUE
           END-READ
       *>depuis MenuPrincipal en journee, pour un test.
       GOBACK.

       *>Decide du sort de la ligne courante : frequence inconnue
       *>(refuse), job pas du cette nuit (NONDU, il ne compte pas
       *>comme un echec et consomme un saut en attente : son
       *>dependant ne tourne pas non plus), chaine arretee (une
       *>politique A a joue), job saute (le precedent a echoue avec
       *>la politique S), job a double signature (A FAIRE en
       *>journee), job deja reussi en mode reprise, ou lancement
       *>normal. Apres un echec, la politique du job decide de la
       *>suite de la chaine.
       traiter-ligne-param.
           PERFORM evaluer-echeance-nuit.
           EVALUATE TRUE
               WHEN job-du = 'X'
                   MOVE FUNCTION CURRENT-DATE(1:14) TO heure-debut
                   MOVE "REFUSE" TO issue-job
                   MOVE "FREQUENCE INCONNUE" TO detail-job
                   MOVE 'N' TO sauter-prochain
                   ADD 1 TO nb-echecs
                   PERFORM noter-job
                   PERFORM appliquer-politique
               WHEN job-du = 'N'
                   MOVE 'N' TO sauter-prochain
                   MOVE FUNCTION CURRENT-DATE(1:14) TO heure-debut
                   MOVE "NONDU" TO issue-job
                   MOVE SPACES TO detail-job
                   STRING libelle-frequence DELIMITED BY "  "
                       " : PAS CETTE NUIT" DELIMITED BY SIZE
                       INTO detail-job
                   ADD 1 TO nb-non-dus
                   PERFORM noter-job
               WHEN arret-chaine = 'O'
                   MOVE FUNCTION CURRENT-DATE(1:14) TO heure-debut
                   MOVE "NONLANCE" TO issue-job
                   MOVE FUNCTION CURRENT-DATE(1:14) TO heure-debut
                   MOVE "SAUTE" TO issue-job
                   PERFORM noter-job
               *>ClotureMensuelle et GestionSaisons exigent
               *>l'approbation d'un second operateur : le pilote ne
               *>peut que rappeler qu'elles sont dues.
               WHEN PRM-JOB = "CLOTURE" OR PRM-JOB = "SAISONS"
                   MOVE FUNCTION CURRENT-DATE(1:14) TO heure-debut
                   MOVE "A FAIRE" TO issue-job
                   MOVE "DOUBLE SIGNATURE : EN JOURNEE"
                       TO detail-job
                   ADD 1 TO nb-a-faire
                   PERFORM noter-job
               WHEN mode-pilote = 2
                   PERFORM chercher-derniere-issue
                   *>DEJAOK compte comme OK : une reprise notee a la
                   MOVE "TARIFS.DAT" TO fichier-entree-job
               WHEN "SEUIL"
                   MOVE "TRANSACTIONS.DAT" TO fichier-entree-job
               WHEN "POSTAGE"
                   MOVE "TRANSACTIONS.DAT" TO fichier-entree-job
               *>Les reglements lus dans TRANSACTIONS.DAT soldent les
               *>tickets : un fichier douteux ferait relancer a tort.
               WHEN "RELANCES"
                   MOVE "TRANSACTIONS.DAT" TO fichier-entree-job
               WHEN OTHER
                   MOVE SPACES TO fichier-entree-job
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO heure-debut.
           MOVE "OK" TO issue-job.
           MOVE 'P' TO pilote-actif.
           MOVE SPACE TO pilote-verdict.
           EVALUATE PRM-JOB
               WHEN "SOMMES"
                   CALL 'UtilisationFonctionCustom'
                       ON EXCEPTION MOVE "ERREUR" TO issue-job
                   END-CALL
                   CANCEL 'RejeuAttente'
               *>Transactions recurrentes dues a la date du pilote :
               *>une reference deja generee n'est jamais redoublee.
               WHEN "RECURRENT"
                   CALL 'GenerationRecurrentes'
                       ON EXCEPTION MOVE "ERREUR" TO issue-job
                   END-CALL
                   CANCEL 'GenerationRecurrentes'
               *>Postage des transactions au grand livre : les
               *>references deja postees sont sautees, le job peut
               *>repasser sans risque de double poste.
               WHEN "POSTAGE"
                   CALL 'PostageTransactions'
                       ON EXCEPTION MOVE "ERREUR" TO issue-job
                   END-CALL
                   CANCEL 'PostageTransactions'
               *>Lettres de relance des clients en retard a la date
               *>du pilote (PRM-VALEUR = AAAAMMJJ, vide = ce jour).
               WHEN "RELANCES"
                   PERFORM poser-date-pilote
                   CALL 'RelancesClients'
                       ON EXCEPTION MOVE "ERREUR" TO issue-job
                   END-CALL
                   CANCEL 'RelancesClients'
               *>Rapprochement des tickets du jour avec les postes du
               *>livre : des ecarts rendent le job en echec, et sa
               *>politique (A) peut arreter la cloture qui suit.
               WHEN "RAPPROCHE"
                   PERFORM poser-date-pilote
                   CALL 'RapprochementTickets'
                       ON EXCEPTION MOVE "ERREUR" TO issue-job
                   END-CALL
                   CANCEL 'RapprochementTickets'
               *>Commandes fournisseurs en retard, etat
               *>hebdomadaire (echeance dans
               *>verifier-echeance-ancienne).
               WHEN "RETARDS"
                   CALL 'RetardsCommandes'
                       ON EXCEPTION MOVE "ERREUR" TO issue-job
                   END-CALL
                   CANCEL 'RetardsCommandes'
               *>Revue de la liste de surveillance, etat
               *>trimestriel.
               WHEN "REVUE"
                   CALL 'RevueSurveillance'
                       ON EXCEPTION MOVE "ERREUR" TO issue-job
                   END-CALL
                   CANCEL 'RevueSurveillance'
               *>Visites par hote et par societe du mois precedent,
               *>etat mensuel.
               WHEN "VISITES"
                   CALL 'RapportVisites'
                       ON EXCEPTION MOVE "ERREUR" TO issue-job
                   END-CALL
                   CANCEL 'RapportVisites'
               *>Volumes des fichiers de donnees, mesure ajoutee a
               *>l'historique que relit la condition CAPACITE des
               *>alertes en fin de chaine.
               WHEN "VOLUMES"
                   CALL 'MesureVolumes'
                       ON EXCEPTION MOVE "ERREUR" TO issue-job
                   END-CALL
                   CANCEL 'MesureVolumes'
               *>Declaration de TVA du trimestre qui precede la date
               *>en valeur (vide = la nuit) ; COURANT declare le
               *>trimestre de la nuit, pour un job de fin de
               *>trimestre.
               WHEN "TVA"
                   PERFORM poser-date-tva
                   CALL 'DeclarationTva'
                       ON EXCEPTION MOVE "ERREUR" TO issue-job
                   END-CALL
                   CANCEL 'DeclarationTva'
               *>Extrait de paie du mois de la date en valeur (vide =
               *>le mois de la nuit, PRECEDENT = le mois d'avant, pour
               *>un job de debut de mois). Un mois deja extrait n'est
               *>pas refait.
               WHEN "PAIE"
                   PERFORM poser-date-paie
                   CALL 'ExtraitPaie'
                       ON EXCEPTION MOVE "ERREUR" TO issue-job
                   END-CALL
                   CANCEL 'ExtraitPaie'
               *>Prets de cles et materiel dont le retour prevu est
               *>depasse a l'heure du passage, chaque nuit.
               WHEN "PRETS"
                   CALL 'RetardsPrets'
                       ON EXCEPTION MOVE "ERREUR" TO issue-job
                   END-CALL
                   CANCEL 'RetardsPrets'
               *>Lettres aux responsables des eleves qui ont franchi
               *>un seuil d'absences, chaque nuit : le registre des
               *>lettres evite tout second envoi ; date de reference
               *>en valeur.
               WHEN "ABSENCES"
                   PERFORM poser-date-pilote
                   CALL 'LettresAbsences'
                       ON EXCEPTION MOVE "ERREUR" TO issue-job
                   END-CALL
                   CANCEL 'LettresAbsences'
               *>Liasses des destinataires de DIFFUSION.DAT : la
               *>frequence de chaque couple est jugee par le
               *>programme, une diffusion deja en cours rend ECARTS.
               WHEN "DIFFUSION"
                   CALL 'DiffusionRapports'
                       ON EXCEPTION MOVE "ERREUR" TO issue-job
                   END-CALL
                   CANCEL 'DiffusionRapports'
               WHEN "SEUIL"
                   IF PRM-VALEUR(1:3) IS NUMERIC
                       MOVE PRM-VALEUR(1:3) TO pilote-seuil
               WHEN OTHER
                   MOVE "INCONNU" TO issue-job
           END-EVALUATE.
           IF PILOTE-ECARTS AND issue-job = "OK"
               MOVE "ECARTS" TO issue-job
           END-IF.
           MOVE SPACE TO pilote-actif.
           MOVE SPACES TO pilote-date.
           MOVE SPACE TO pilote-verdict.
           IF issue-job NOT = "OK"
               ADD 1 TO nb-echecs
           END-IF.
               MOVE SPACES TO pilote-date
           END-IF.

       *>Mois de l'extrait de paie : PRECEDENT = la veille du
       *>premier du mois de la nuit, sinon la date en valeur.
       poser-date-paie.
           IF PRM-VALEUR(1:9) = "PRECEDENT"
               MOVE date-nuit TO date-examinee
               PERFORM poser-bornes-mois
               COMPUTE date-borne =
                   FUNCTION DATE-OF-INTEGER(entier-debut-mois - 1)
               MOVE date-borne TO pilote-date
           ELSE
               PERFORM poser-date-pilote
           END-IF.

       *>Date de reference de la TVA : COURANT = le premier jour du
       *>trimestre suivant celui de la nuit (DeclarationTva declare
       *>le trimestre qui precede), sinon la date en valeur.
       poser-date-tva.
           IF PRM-VALEUR(1:7) = "COURANT"
               MOVE date-nuit(1:4) TO annee-examinee
               MOVE date-nuit(5:2) TO mois-examine
               COMPUTE trimestre-nuit = (mois-examine - 1) / 3 + 1
               IF trimestre-nuit = 4
                   COMPUTE date-borne =
                       (annee-examinee + 1) * 10000 + 101
               ELSE
                   COMPUTE date-borne = annee-examinee * 10000
                       + (trimestre-nuit * 3 + 1) * 100 + 1
               END-IF
               MOVE date-borne TO pilote-date
           ELSE
               PERFORM poser-date-pilote
           END-IF.

       *>Echeance du job courant pour la nuit. En reprise, le
       *>journal de la nuit reprise fait foi : un job note NONDU le
       *>reste, un job qui y a une autre issue etait du (meme si le
       *>calendrier a tourne depuis minuit) ; seul un job jamais vu
       *>suit le calendrier du jour.
       evaluer-echeance-nuit.
           MOVE date-nuit TO date-examinee.
           MOVE entier-nuit TO entier-examine.
           PERFORM verifier-echeance-job.
           IF mode-pilote = 2 AND job-du NOT = 'X'
               PERFORM chercher-derniere-issue
               EVALUATE TRUE
                   WHEN derniere-issue = SPACES
                       CONTINUE
                   WHEN derniere-issue = "NONDU"
                       MOVE 'N' TO job-du
                   WHEN OTHER
                       MOVE 'O' TO job-du
               END-EVALUATE
           END-IF.

       *>Le job courant est-il du a la date examinee ? Pose job-du
       *>et le libelle de sa frequence.
       verifier-echeance-job.
           MOVE 'O' TO job-du.
           COMPUTE jour-semaine-examine =
               FUNCTION MOD(entier-examine - 1, 7) + 1.
           MOVE date-examinee(5:2) TO mois-examine.
           MOVE date-examinee(7:2) TO quantieme-examine.
           EVALUATE PRM-FREQUENCE
               WHEN 'Q'
                   MOVE "CHAQUE NUIT" TO libelle-frequence
               WHEN 'H'
                   MOVE "HEBDOMADAIRE" TO libelle-frequence
                   IF PRM-JOUR-FREQ IS NUMERIC
                           AND PRM-JOUR-FREQ >= "1"
                           AND PRM-JOUR-FREQ <= "7"
                       MOVE PRM-JOUR-FREQ TO jour-hebdo
                   ELSE
                       MOVE 1 TO jour-hebdo
                   END-IF
                   IF jour-semaine-examine NOT = jour-hebdo
                       MOVE 'N' TO job-du
                   END-IF
               WHEN 'D'
                   MOVE "DEBUT DE MOIS" TO libelle-frequence
                   PERFORM chercher-premier-ouvre
                   IF premier-ouvre NOT = date-examinee
                       MOVE 'N' TO job-du
                   END-IF
               WHEN 'F'
                   MOVE "FIN DE MOIS" TO libelle-frequence
                   PERFORM chercher-dernier-ouvre
                   IF dernier-ouvre NOT = date-examinee
                       MOVE 'N' TO job-du
                   END-IF
               WHEN 'T'
                   MOVE "FIN TRIMESTRE" TO libelle-frequence
                   IF mois-examine = 3 OR mois-examine = 6
                           OR mois-examine = 9 OR mois-examine = 12
                       PERFORM chercher-dernier-ouvre
                       IF dernier-ouvre NOT = date-examinee
                           MOVE 'N' TO job-du
                       END-IF
                   ELSE
                       MOVE 'N' TO job-du
                   END-IF
               WHEN SPACE
                   PERFORM verifier-echeance-ancienne
               WHEN OTHER
                   MOVE "FREQUENCE INCONNUE" TO libelle-frequence
                   MOVE 'X' TO job-du
           END-EVALUATE.

       *>Sans frequence, les etats qui avaient deja leur rythme le
       *>gardent : RETARDS le jour de la semaine en valeur (lundi
       *>par defaut), VISITES le quantieme en valeur (01 par
       *>defaut), REVUE ce quantieme en janvier, avril, juillet et
       *>octobre. Tout autre job passe chaque nuit.
       verifier-echeance-ancienne.
           EVALUATE PRM-JOB
               WHEN "RETARDS"
                   MOVE "HEBDOMADAIRE" TO libelle-frequence
                   PERFORM poser-jour-hebdo
                   IF jour-semaine-examine NOT = jour-hebdo
                       MOVE 'N' TO job-du
                   END-IF
               WHEN "REVUE"
                   MOVE "TRIMESTRIEL" TO libelle-frequence
                   PERFORM poser-quantieme
                   IF quantieme-examine NOT = quantieme-demande
                       MOVE 'N' TO job-du
                   END-IF
                   IF mois-examine NOT = 1 AND mois-examine NOT = 4
                           AND mois-examine NOT = 7
                           AND mois-examine NOT = 10
                       MOVE 'N' TO job-du
                   END-IF
               WHEN "VISITES"
                   MOVE "MENSUEL" TO libelle-frequence
                   PERFORM poser-quantieme
                   IF quantieme-examine NOT = quantieme-demande
                       MOVE 'N' TO job-du
                   END-IF
               WHEN OTHER
                   MOVE "CHAQUE NUIT" TO libelle-frequence
           END-EVALUATE.

       *>Jour demande au job hebdomadaire sans frequence (valeur de
       *>la ligne).
       poser-jour-hebdo.
           IF PRM-VALEUR(1:1) IS NUMERIC
                   AND PRM-VALEUR(1:1) >= "1" AND PRM-VALEUR(1:1) <= "7"
               MOVE PRM-VALEUR(1:1) TO jour-hebdo
           ELSE
               MOVE 1 TO jour-hebdo
           END-IF.

       *>Quantieme demande au job mensuel ou trimestriel (01 a 28,
       *>pour qu'il existe chaque mois).
       poser-quantieme.
           IF PRM-VALEUR(1:2) IS NUMERIC
                   AND PRM-VALEUR(1:2) >= "01"
                   AND PRM-VALEUR(1:2) <= "28"
               MOVE PRM-VALEUR(1:2) TO quantieme-demande
           ELSE
               MOVE 1 TO quantieme-demande
           END-IF.

       *>Premier et dernier jour (en entiers de date) du mois de la
       *>date examinee.
       poser-bornes-mois.
           MOVE date-examinee(1:4) TO annee-examinee.
           MOVE date-examinee(5:2) TO mois-examine.
           COMPUTE entier-debut-mois = FUNCTION INTEGER-OF-DATE(
               annee-examinee * 10000 + mois-examine * 100 + 1).
           IF mois-examine = 12
               COMPUTE entier-fin-mois = FUNCTION INTEGER-OF-DATE(
                   (annee-examinee + 1) * 10000 + 101) - 1
           ELSE
               COMPUTE entier-fin-mois = FUNCTION INTEGER-OF-DATE(
                   annee-examinee * 10000
                   + (mois-examine + 1) * 100 + 1) - 1
           END-IF.

       *>Premier jour ouvre du mois (0 si le calendrier n'en ouvre
       *>aucun).
       chercher-premier-ouvre.
           PERFORM poser-bornes-mois.
           MOVE 0 TO premier-ouvre.
           MOVE entier-debut-mois TO entier-borne.
           PERFORM examiner-jour-ouvre.
           PERFORM UNTIL jour-borne-ouvert = 'O'
                   OR entier-borne >= entier-fin-mois
               ADD 1 TO entier-borne
               PERFORM examiner-jour-ouvre
           END-PERFORM.
           IF jour-borne-ouvert = 'O'
               MOVE date-borne TO premier-ouvre
           END-IF.

       *>Dernier jour ouvre du mois (0 si le calendrier n'en ouvre
       *>aucun).
       chercher-dernier-ouvre.
           PERFORM poser-bornes-mois.
           MOVE 0 TO dernier-ouvre.
           MOVE entier-fin-mois TO entier-borne.
           PERFORM examiner-jour-ouvre.
           PERFORM UNTIL jour-borne-ouvert = 'O'
                   OR entier-borne <= entier-debut-mois
               SUBTRACT 1 FROM entier-borne
               PERFORM examiner-jour-ouvre
           END-PERFORM.
           IF jour-borne-ouvert = 'O'
               MOVE date-borne TO dernier-ouvre
           END-IF.

       *>Jour ouvre : jour de semaine ouvert au calendrier et pas
       *>ferie.
       examiner-jour-ouvre.
           COMPUTE date-borne = FUNCTION DATE-OF-INTEGER(entier-borne).
           COMPUTE jsem = FUNCTION MOD(entier-borne - 1, 7) + 1.
           IF cal-j-ouvert(jsem) = 'O'
               MOVE 'O' TO jour-borne-ouvert
           ELSE
               MOVE 'N' TO jour-borne-ouvert
           END-IF.
           PERFORM VARYING fer FROM 1 BY 1 UNTIL fer > nb-feries
               IF jour-ferie-cal(fer) = date-borne
                   MOVE 'N' TO jour-borne-ouvert
               END-IF
           END-PERFORM.

       *>Programme des sept prochaines nuits (celle-ci comprise) :
       *>pour chaque nuit, les jobs de PARAMS-NUIT qui seront dus.
       *>Le controle prealable et la reprise n'y jouent pas : c'est
       *>le calendrier seul.
       editer-programme-semaine.
           MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
           MOVE 0 TO nb-lignes-rapport.
           MOVE SPACES TO nom-rapport.
           STRING "RAPPORT-PROG-NUIT-" horodatage-etat ".DAT"
               DELIMITED BY SIZE INTO nom-rapport.
           COMPUTE date-fin-programme =
               FUNCTION DATE-OF-INTEGER(entier-nuit + 6).
           OPEN OUTPUT FICHIER-PROGRAMME.
           MOVE SPACES TO LIGNE-PROGRAMME.
           STRING "Programme de nuit du " date-nuit
               " au " date-fin-programme
               " (etabli le " horodatage-etat ")"
               DELIMITED BY SIZE INTO LIGNE-PROGRAMME.
           PERFORM ecrire-ligne-programme.
           PERFORM ecrire-ligne-programme.
           PERFORM VARYING jp FROM 0 BY 1 UNTIL jp > 6
               COMPUTE entier-examine = entier-nuit + jp
               COMPUTE date-examinee =
                   FUNCTION DATE-OF-INTEGER(entier-examine)
               PERFORM editer-nuit-programme
           END-PERFORM.
           CLOSE FICHIER-PROGRAMME.
           PERFORM cataloguer-rapport.

       editer-nuit-programme.
           MOVE entier-examine TO entier-borne.
           PERFORM examiner-jour-ouvre.
           MOVE SPACES TO LIGNE-PROGRAMME.
           IF jour-borne-ouvert = 'O'
               STRING nom-jour(jsem) " " date-examinee
                   " : jour ouvre"
                   DELIMITED BY SIZE INTO LIGNE-PROGRAMME
           ELSE
               STRING nom-jour(jsem) " " date-examinee
                   " : jour non ouvre"
                   DELIMITED BY SIZE INTO LIGNE-PROGRAMME
           END-IF.
           PERFORM ecrire-ligne-programme.
           MOVE 0 TO nb-jobs-nuit.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-PARAMS.
           IF statut-params = "00"
               PERFORM sauter-entete-params
               READ FICHIER-PARAMS
                   AT END SET PLUS-DE-JOBS TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-JOBS
                   PERFORM verifier-echeance-job
                   IF job-du NOT = 'N'
                       PERFORM editer-job-programme
                   END-IF
                   READ FICHIER-PARAMS
                       AT END SET PLUS-DE-JOBS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PARAMS
           END-IF.
           IF nb-jobs-nuit = 0
               MOVE "   (aucun job)" TO LIGNE-PROGRAMME
               PERFORM ecrire-ligne-programme
           END-IF.
           PERFORM ecrire-ligne-programme.

       *>Une ligne par job du : sa frequence, et sa valeur ou ce qui
       *>l'empechera de partir.
       editer-job-programme.
           ADD 1 TO nb-jobs-nuit.
           MOVE SPACES TO LIGNE-PROGRAMME.
           EVALUATE TRUE
               WHEN job-du = 'X'
                   STRING "   " PRM-JOB " " libelle-frequence
                       " REFUSE (CODE " PRM-FREQUENCE ")"
                       DELIMITED BY SIZE INTO LIGNE-PROGRAMME
               WHEN PRM-JOB = "CLOTURE" OR PRM-JOB = "SAISONS"
                   STRING "   " PRM-JOB " " libelle-frequence
                       " A LANCER EN JOURNEE (DOUBLE SIGNATURE)"
                       DELIMITED BY SIZE INTO LIGNE-PROGRAMME
               WHEN OTHER
                   STRING "   " PRM-JOB " " libelle-frequence
                       " " PRM-VALEUR
                       DELIMITED BY SIZE INTO LIGNE-PROGRAMME
           END-EVALUATE.
           PERFORM ecrire-ligne-programme.

       ecrire-ligne-programme.
           WRITE LIGNE-PROGRAMME.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-PROGRAMME.

       *>Ajoute la ligne du job au journal de nuit.
       noter-job.
           OPEN EXTEND FICHIER-JOURNAL-NUIT.
           MOVE SPACES TO detail-job.
           WRITE LIGNE-JOURNAL-NUIT.
           CLOSE FICHIER-JOURNAL-NUIT.

       COPY CALENDRIER-CHARGE.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "PiloteNuit"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-params
           FICHIER-DESSIN BY FICHIER-PARAMS.
