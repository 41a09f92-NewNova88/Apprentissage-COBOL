      *>Diffusion des rapports : tout rapport arrive au catalogue
      *>(CATALOGUE-RAPPORTS.DAT), mais qui recoit quoi ne se savait
      *>que de bouche a oreille. DIFFUSION.DAT dit, pour chaque
      *>programme producteur, a quels destinataires envoyer ses
      *>rapports, en combien d'exemplaires et a quelle frequence
      *>(Q = a chaque passage, H = une fois la semaine, M = une fois
      *>le mois). Le passage de diffusion reprend pour chaque
      *>destinataire les rapports catalogues depuis sa derniere
      *>liasse et en fait une seule liasse paginee,
      *>LIASSE-<destinataire>-<horodatage>.DAT, ouverte par un
      *>sommaire qui renvoie a la page de chaque rapport ; la liasse
      *>s'inscrit elle-meme au catalogue. Chaque rapport remis (ou
      *>introuvable sur disque) est note dans DIFFUSION-ENVOIS.DAT,
      *>en ajout seulement : qui a recu quoi, quand et dans quelle
      *>liasse, de quoi repondre a un "je ne l'ai jamais recu".
      *>Lance depuis MenuExploitation, ou chaque soir par PiloteNuit
      *>(job DIFFUSION) sans aucun ecran. La liste n'est modifiable
      *>que par le responsable (profil R) des que le fichier maitre
      *>des operateurs est en service ; refuse en mode formation,
      *>une liasse partant pour de bon.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DiffusionRapports.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHIER-DIFFUSION
               ASSIGN TO "DIFFUSION.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-diffusion.
           SELECT OPTIONAL FICHIER-ENVOIS
               ASSIGN TO "DIFFUSION-ENVOIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-envois.
           SELECT FICHIER-RAPPORT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-rapport.
           SELECT FICHIER-LIASSE ASSIGN USING nom-liasse
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FICHIER-MAITRE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-maitre.
           COPY CATALOGUE-FICHIER.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       *>Une ligne par couple programme / destinataire. DIF-DEPUIS
       *>est l'horodatage a partir duquel les rapports du programme
       *>vont au destinataire (le jour de la creation de la ligne) :
       *>une ligne ajoutee ne deverse pas tout l'historique du
       *>catalogue.
       FD FICHIER-DIFFUSION.
       1 LIGNE-DIFFUSION.
           2 DIF-PROGRAMME PIC X(20).
           2 FILLER PIC X(01).
           2 DIF-DESTINATAIRE PIC X(20).
           2 FILLER PIC X(01).
           2 DIF-EXEMPLAIRES PIC 9(02).
           2 FILLER PIC X(01).
           2 DIF-FREQUENCE PIC X(01).
           2 FILLER PIC X(01).
           2 DIF-DEPUIS PIC X(14).

       *>Registre des envois : une ligne par rapport et par
       *>destinataire, ENV-ETAT E = remis dans la liasse, A = absent
       *>du disque (purge) et signale au sommaire. ENV-RAPPORT est
       *>l'horodatage du rapport au catalogue : le plus recent deja
       *>remis borne le passage suivant.
       FD FICHIER-ENVOIS.
       1 LIGNE-ENVOI.
           2 ENV-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 ENV-DESTINATAIRE PIC X(20).
           2 FILLER PIC X(01).
           2 ENV-PROGRAMME PIC X(20).
           2 FILLER PIC X(01).
           2 ENV-RAPPORT PIC X(14).
           2 FILLER PIC X(01).
           2 ENV-FICHIER PIC X(40).
           2 FILLER PIC X(01).
           2 ENV-EXEMPLAIRES PIC 9(02).
           2 FILLER PIC X(01).
           2 ENV-ETAT PIC X(01).
           2 FILLER PIC X(01).
           2 ENV-LIASSE PIC X(40).
           2 FILLER PIC X(01).
           2 ENV-OPERATEUR PIC X(08).

       FD FICHIER-RAPPORT.
       1 LIGNE-RAPPORT PIC X(120).

       FD FICHIER-LIASSE.
       1 LIGNE-LIASSE PIC X(120).

       FD FICHIER-MAITRE.
       1 LIGNE-MAITRE PIC X(80).

       COPY CATALOGUE-FD.
       COPY VERROU-FD.
       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY PILOTAGE.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       77 statut-diffusion PIC X(02).
       77 statut-envois PIC X(02).
       77 statut-rapport PIC X(02).
       77 statut-maitre PIC X(02).
       77 maitre-en-place PIC X(01) VALUE 'N'.
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.

       *>Liste de diffusion chargee ; dl-dernier-envoi et
       *>dl-dernier-rapport viennent du registre des envois,
       *>dl-due dit si la frequence de la ligne l'appelle ce soir.
       77 nb-diffusions PIC 999 VALUE 0.
       77 diffusion-tronquee PIC X(01) VALUE 'N'.
       77 d PIC 999.
       1 table-diffusion.
           2 ligne-diff OCCURS 100.
               3 dl-programme PIC X(20).
               3 dl-destinataire PIC X(20).
               3 dl-exemplaires PIC 99.
               3 dl-frequence PIC X(01).
               3 dl-depuis PIC X(14).
               3 dl-dernier-envoi PIC X(14).
               3 dl-dernier-rapport PIC X(14).
               3 dl-due PIC X(01).

       *>Rapports retenus pour ce passage, dans l'ordre du
       *>catalogue. Au-dela de 500, le reste attend le passage
       *>suivant (la borne est le dernier rapport remis).
       77 nb-selections PIC 9(04) VALUE 0.
       77 selections-tronquees PIC X(01) VALUE 'N'.
       77 s PIC 9(04).
       1 table-selections.
           2 selection OCCURS 500.
               3 sel-ligne PIC 999.
               3 sel-horodatage PIC X(14).
               3 sel-fichier PIC X(40).
               3 sel-nb-lignes PIC 9(06).
               3 sel-present PIC X(01).
               3 sel-page PIC 9(05).
               3 sel-pages-copie PIC 9(05).

       77 nb-destinataires PIC 999 VALUE 0.
       77 dn PIC 999.
       77 destinataire-connu PIC X(01).
       1 table-destinataires.
           2 destinataire-liasse PIC X(20) OCCURS 100.

       *>Liasse en cours : 55 lignes utiles par page, comme l'etat
       *>du spool, chaque exemplaire d'un rapport ouvrant sa page.
       77 destinataire-en-cours PIC X(20).
       77 nom-liasse PIC X(40).
       77 nom-rapport PIC X(40).
       77 nb-sel-dest PIC 9(04).
       77 pages-sommaire PIC 9(05).
       77 page-courante PIC 9(05).
       77 total-pages PIC 9(05).
       77 numero-page PIC 9(05) VALUE 0.
       77 lignes-sur-page PIC 99 VALUE 99.
       77 nb-lignes-liasse PIC 9(06) VALUE 0.
       77 nb-lignes-lues PIC 9(06).
       77 exemplaire PIC 99.
       77 ligne-a-ecrire PIC X(120).
       77 page-editee PIC zzzz9.
       77 total-edite PIC zzzz9.
       77 nb-edite PIC zzz9.
       1 ligne-sommaire.
           2 som-programme PIC X(20).
           2 FILLER PIC X(01).
           2 som-date PIC X(08).
           2 FILLER PIC X(01).
           2 som-heure PIC X(06).
           2 FILLER PIC X(01).
           2 som-fichier PIC X(40).
           2 FILLER PIC X(01).
           2 som-lignes PIC zzzzz9.
           2 FILLER PIC X(01).
           2 som-exemplaires PIC z9.
           2 FILLER PIC X(01).
           2 som-renvoi PIC X(16).

       77 horodatage-passage PIC X(14).
       77 date-passage PIC 9(08).
       77 date-dernier PIC 9(08).
       77 ecart-jours PIC S9(07).
       77 nb-liasses PIC 999 VALUE 0.
       77 nb-remis PIC 9(04) VALUE 0.
       77 nb-absents PIC 9(04) VALUE 0.
       77 operateur-envoi PIC X(08).

       77 choix-action PIC 9 VALUE 9.
       77 touche PIC X(01).
       77 ligne-ecran PIC 99.
       77 numero-choisi PIC 999 VALUE 0.
       77 saisie-programme PIC X(20).
       77 saisie-destinataire PIC X(20).
       77 saisie-exemplaires PIC 99.
       77 saisie-frequence PIC X(01).
       77 ligne-trouvee PIC 999.
       77 programme-catalogue PIC X(01).
       77 motif-refus PIC X(40).
       77 valeur-journal PIC X(20).
       77 nb-envois-vus PIC 9(05).

       SCREEN SECTION.
       1 plage-formation.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Mode formation : diffusion des rapports refusee.'.

       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Diffusion des rapports'.
           2 LINE 3 COL 1 VALUE '1. Voir la liste de diffusion'.
           2 LINE 4 COL 1 VALUE '2. Ajouter une ligne'.
           2 LINE 5 COL 1 VALUE '3. Retirer une ligne'.
           2 LINE 6 COL 1 VALUE '4. Preparer les liasses'.
           2 LINE 7 COL 1 VALUE '5. Envois a un destinataire'.
           2 LINE 8 COL 1 VALUE '0. Quitter'.
           2 LINE 10 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-titre-liste.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'No  Programme'.
           2 COL 26 VALUE 'Destinataire'.
           2 COL 47 VALUE 'Ex F Depuis   Dernier'.

       1 plage-ligne-liste.
           2 LINE ligne-ecran COL 1 PIC zz9 FROM d.
           2 COL 5 PIC X(20) FROM dl-programme(d).
           2 COL 26 PIC X(20) FROM dl-destinataire(d).
           2 COL 47 PIC z9 FROM dl-exemplaires(d).
           2 COL 50 PIC X(01) FROM dl-frequence(d).
           2 COL 52 PIC X(08) FROM dl-depuis(d).
           2 COL 61 PIC X(08) FROM dl-dernier-envoi(d).

       1 plage-liste-vide.
           2 LINE 3 COL 1 VALUE 'Liste de diffusion vide.'.

       1 plage-refus-profil.
           2 LINE 12 COL 1 VALUE
               'Liste modifiable par le responsable (profil R).'.

       1 plage-saisie-ligne.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Nouvelle ligne de diffusion'.
           2 LINE 3 COL 1 VALUE 'Programme producteur : '.
           2 PIC X(20) TO saisie-programme REQUIRED.
           2 LINE 4 COL 1 VALUE 'Destinataire (un mot) : '.
           2 PIC X(20) TO saisie-destinataire REQUIRED.
           2 LINE 5 COL 1 VALUE 'Exemplaires : '.
           2 PIC 99 TO saisie-exemplaires REQUIRED.
           2 LINE 6 COL 1 VALUE
               'Frequence (Q=chaque passage H=hebdo M=mensuelle) : '.
           2 PIC X(01) TO saisie-frequence REQUIRED.

       1 plage-refus.
           2 LINE 12 COL 1 VALUE 'Refuse : '.
           2 PIC X(40) FROM motif-refus.

       1 plage-hors-catalogue.
           2 LINE 11 COL 1 VALUE
               'Attention : ce programme n''a encore rien catalogue.'.

       1 plage-ajoutee.
           2 LINE 12 COL 1 VALUE 'Ligne ajoutee a DIFFUSION.DAT.'.

       1 plage-saisie-numero.
           2 LINE 21 COL 1 VALUE 'Numero de la ligne a retirer : '.
           2 PIC 999 TO numero-choisi REQUIRED.

       1 plage-retiree.
           2 LINE 22 COL 1 VALUE 'Ligne retiree de DIFFUSION.DAT.'.

       1 plage-numero-invalide.
           2 LINE 22 COL 1 VALUE 'Numero inconnu.'.

       1 plage-occupe.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Une diffusion est deja en cours, reessayez plus tard.'.

       1 plage-diffusion-finie.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Liasses preparees : '.
           2 PIC zz9 FROM nb-liasses.
           2 LINE 2 COL 1 VALUE 'Rapports remis : '.
           2 PIC zzz9 FROM nb-remis.
           2 LINE 3 COL 1 VALUE 'Rapports absents du disque : '.
           2 PIC zzz9 FROM nb-absents.
           2 LINE 5 COL 1 VALUE
               'Detail des envois dans DIFFUSION-ENVOIS.DAT.'.

       1 plage-selection-tronquee.
           2 LINE 6 COL 1 VALUE
               'Plus de 500 rapports : la suite au passage suivant.'.

       1 plage-saisie-destinataire.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Envois au destinataire : '.
           2 PIC X(20) TO saisie-destinataire REQUIRED.

       1 plage-titre-envois.
           2 LINE 3 COL 1 VALUE 'Envoye le    Programme'.
           2 COL 37 VALUE 'Rapport du     Ex E Liasse'.

       1 plage-ligne-envoi.
           2 LINE ligne-ecran COL 1 PIC X(08) FROM ENV-HORODATAGE(1:8).
           2 COL 10 PIC X(04) FROM ENV-HORODATAGE(9:4).
           2 COL 16 PIC X(20) FROM ENV-PROGRAMME.
           2 COL 37 PIC X(14) FROM ENV-RAPPORT.
           2 COL 52 PIC z9 FROM ENV-EXEMPLAIRES.
           2 COL 55 PIC X(01) FROM ENV-ETAT.
           2 COL 57 PIC X(23) FROM ENV-LIASSE.

       1 plage-total-envois.
           2 LINE 22 COL 1 VALUE 'Rapports envoyes : '.
           2 PIC zzzz9 FROM nb-envois-vus.

       1 plage-pause.
           2 LINE 23 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       IF EN-FORMATION
           IF NOT PILOTE-EN-COMMANDE
               DISPLAY plage-formation
               DISPLAY plage-pause
               ACCEPT plage-pause
           END-IF
           GOBACK
       END-IF.
       *>Passage de nuit : les liasses sans aucun ecran ; une
       *>diffusion deja en cours rend le job en ecarts.
       IF PILOTE-EN-COMMANDE
           PERFORM diffuser
           GOBACK
       END-IF.
       PERFORM controler-maitre.

       PERFORM UNTIL choix-action = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           EVALUATE choix-action
               WHEN 1
                   PERFORM voir-liste
               WHEN 2
                   PERFORM ajouter-ligne
               WHEN 3
                   PERFORM retirer-ligne
               WHEN 4
                   PERFORM diffuser
               WHEN 5
                   PERFORM voir-envois
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour rendre la main a
       *>MenuExploitation ou a PiloteNuit.
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

       *>Liste a l'ecran, 18 lignes par page, avec la date de la
       *>derniere liasse de chaque couple.
       voir-liste.
           PERFORM charger-diffusion.
           PERFORM charger-derniers-envois.
           DISPLAY plage-titre-liste.
           IF nb-diffusions = 0
               DISPLAY plage-liste-vide
           END-IF.
           MOVE 3 TO ligne-ecran.
           PERFORM VARYING d FROM 1 BY 1 UNTIL d > nb-diffusions
               IF ligne-ecran > 20
                   DISPLAY plage-pause
                   ACCEPT plage-pause
                   DISPLAY plage-titre-liste
                   MOVE 3 TO ligne-ecran
               END-IF
               DISPLAY plage-ligne-liste
               ADD 1 TO ligne-ecran
           END-PERFORM.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Ajout d'un couple programme / destinataire. Le nom du
       *>programme est celui du catalogue (son PROGRAM-ID) ; un nom
       *>encore jamais catalogue est admis (programme qui n'a pas
       *>encore tourne) mais signale, une faute de frappe ne
       *>recevant jamais rien.
       ajouter-ligne.
           IF maitre-en-place = 'O' AND profil-operateur NOT = 'R'
               DISPLAY plage-refus-profil
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               PERFORM charger-diffusion
               MOVE SPACES TO saisie-programme
               MOVE SPACES TO saisie-destinataire
               MOVE 0 TO saisie-exemplaires
               MOVE SPACE TO saisie-frequence
               DISPLAY plage-saisie-ligne
               ACCEPT plage-saisie-ligne
               MOVE FUNCTION UPPER-CASE(saisie-destinataire)
                   TO saisie-destinataire
               MOVE FUNCTION UPPER-CASE(saisie-frequence)
                   TO saisie-frequence
               PERFORM chercher-ligne
               MOVE SPACES TO motif-refus
               EVALUATE TRUE
                   WHEN saisie-programme = SPACES
                       MOVE "Programme obligatoire." TO motif-refus
                   WHEN saisie-destinataire = SPACES
                       MOVE "Destinataire obligatoire." TO motif-refus
                   WHEN saisie-exemplaires NOT NUMERIC
                           OR saisie-exemplaires = 0
                       MOVE "Au moins un exemplaire." TO motif-refus
                   WHEN saisie-frequence NOT = 'Q'
                           AND saisie-frequence NOT = 'H'
                           AND saisie-frequence NOT = 'M'
                       MOVE "Frequence Q, H ou M." TO motif-refus
                   WHEN ligne-trouvee > 0
                       MOVE "Ligne deja dans la liste." TO motif-refus
                   WHEN nb-diffusions >= 100
                       MOVE "Liste pleine (100 lignes)." TO motif-refus
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF motif-refus NOT = SPACES
                   DISPLAY plage-refus
               ELSE
                   PERFORM controler-programme-catalogue
                   IF programme-catalogue = 'N'
                       DISPLAY plage-hors-catalogue
                   END-IF
                   ADD 1 TO nb-diffusions
                   MOVE saisie-programme TO dl-programme(nb-diffusions)
                   MOVE saisie-destinataire
                       TO dl-destinataire(nb-diffusions)
                   MOVE saisie-exemplaires
                       TO dl-exemplaires(nb-diffusions)
                   MOVE saisie-frequence TO dl-frequence(nb-diffusions)
                   MOVE SPACES TO dl-depuis(nb-diffusions)
                   STRING FUNCTION CURRENT-DATE(1:8) "000000"
                       DELIMITED BY SIZE INTO dl-depuis(nb-diffusions)
                   PERFORM sauver-diffusion
                   MOVE SPACES TO valeur-journal
                   STRING "+" saisie-destinataire
                       DELIMITED BY SIZE INTO valeur-journal
                   PERFORM journaliser-diffusion
                   MOVE saisie-programme TO valeur-journal
                   PERFORM journaliser-diffusion
                   DISPLAY plage-ajoutee
               END-IF
               DISPLAY plage-pause
               ACCEPT plage-pause
           END-IF.

       retirer-ligne.
           IF maitre-en-place = 'O' AND profil-operateur NOT = 'R'
               DISPLAY plage-refus-profil
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               PERFORM charger-diffusion
               PERFORM charger-derniers-envois
               DISPLAY plage-titre-liste
               MOVE 3 TO ligne-ecran
               PERFORM VARYING d FROM 1 BY 1
                       UNTIL d > nb-diffusions OR ligne-ecran > 20
                   DISPLAY plage-ligne-liste
                   ADD 1 TO ligne-ecran
               END-PERFORM
               MOVE 0 TO numero-choisi
               DISPLAY plage-saisie-numero
               ACCEPT plage-saisie-numero
               IF numero-choisi < 1 OR numero-choisi > nb-diffusions
                   DISPLAY plage-numero-invalide
               ELSE
                   MOVE SPACES TO valeur-journal
                   STRING "-" dl-destinataire(numero-choisi)
                       DELIMITED BY SIZE INTO valeur-journal
                   PERFORM journaliser-diffusion
                   MOVE dl-programme(numero-choisi) TO valeur-journal
                   PERFORM journaliser-diffusion
                   PERFORM VARYING d FROM numero-choisi BY 1
                           UNTIL d >= nb-diffusions
                       MOVE ligne-diff(d + 1) TO ligne-diff(d)
                   END-PERFORM
                   SUBTRACT 1 FROM nb-diffusions
                   PERFORM sauver-diffusion
                   DISPLAY plage-retiree
               END-IF
               DISPLAY plage-pause
               ACCEPT plage-pause
           END-IF.

       *>Rang du couple saisi dans la liste, 0 s'il n'y est pas.
       chercher-ligne.
           MOVE 0 TO ligne-trouvee.
           PERFORM VARYING d FROM 1 BY 1 UNTIL d > nb-diffusions
               IF dl-programme(d) = saisie-programme
                       AND dl-destinataire(d) = saisie-destinataire
                   MOVE d TO ligne-trouvee
               END-IF
           END-PERFORM.

       controler-programme-catalogue.
           MOVE 'N' TO programme-catalogue.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-CATALOGUE.
           READ FICHIER-CATALOGUE
               AT END SET PLUS-DE-LIGNES TO TRUE
           END-READ.
           PERFORM UNTIL PLUS-DE-LIGNES
               IF CAT-PROGRAMME = saisie-programme
                   MOVE 'O' TO programme-catalogue
               END-IF
               READ FICHIER-CATALOGUE
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FICHIER-CATALOGUE.

       charger-diffusion.
           MOVE 0 TO nb-diffusions.
           MOVE 'N' TO diffusion-tronquee.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-DIFFUSION.
           *>OPTIONAL : un fichier absent s'ouvre quand meme (statut
           *>05) et doit etre referme.
           IF statut-diffusion(1:1) = "0"
               READ FICHIER-DIFFUSION
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF DIF-PROGRAMME NOT = SPACES
                       IF nb-diffusions < 100
                           ADD 1 TO nb-diffusions
                           PERFORM ranger-ligne-diffusion
                       ELSE
                           MOVE 'O' TO diffusion-tronquee
                       END-IF
                   END-IF
                   READ FICHIER-DIFFUSION
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-DIFFUSION
           END-IF.

       ranger-ligne-diffusion.
           MOVE DIF-PROGRAMME TO dl-programme(nb-diffusions).
           MOVE DIF-DESTINATAIRE TO dl-destinataire(nb-diffusions).
           IF DIF-EXEMPLAIRES IS NUMERIC AND DIF-EXEMPLAIRES > 0
               MOVE DIF-EXEMPLAIRES TO dl-exemplaires(nb-diffusions)
           ELSE
               MOVE 1 TO dl-exemplaires(nb-diffusions)
           END-IF.
           MOVE DIF-FREQUENCE TO dl-frequence(nb-diffusions).
           MOVE DIF-DEPUIS TO dl-depuis(nb-diffusions).
           MOVE SPACES TO dl-dernier-envoi(nb-diffusions).
           MOVE SPACES TO dl-dernier-rapport(nb-diffusions).
           MOVE 'N' TO dl-due(nb-diffusions).

       sauver-diffusion.
           OPEN OUTPUT FICHIER-DIFFUSION.
           PERFORM VARYING d FROM 1 BY 1 UNTIL d > nb-diffusions
               MOVE SPACES TO LIGNE-DIFFUSION
               MOVE dl-programme(d) TO DIF-PROGRAMME
               MOVE dl-destinataire(d) TO DIF-DESTINATAIRE
               MOVE dl-exemplaires(d) TO DIF-EXEMPLAIRES
               MOVE dl-frequence(d) TO DIF-FREQUENCE
               MOVE dl-depuis(d) TO DIF-DEPUIS
               WRITE LIGNE-DIFFUSION
           END-PERFORM.
           CLOSE FICHIER-DIFFUSION.

       *>Derniere liasse et dernier rapport remis de chaque couple,
       *>d'apres le registre des envois (en ajout : le plus grand
       *>horodatage gagne).
       charger-derniers-envois.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-ENVOIS.
           IF statut-envois(1:1) = "0"
               READ FICHIER-ENVOIS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   PERFORM VARYING d FROM 1 BY 1
                           UNTIL d > nb-diffusions
                       IF dl-programme(d) = ENV-PROGRAMME
                               AND dl-destinataire(d)
                                   = ENV-DESTINATAIRE
                           IF ENV-HORODATAGE > dl-dernier-envoi(d)
                               MOVE ENV-HORODATAGE
                                   TO dl-dernier-envoi(d)
                           END-IF
                           IF ENV-RAPPORT > dl-dernier-rapport(d)
                               MOVE ENV-RAPPORT
                                   TO dl-dernier-rapport(d)
                           END-IF
                       END-IF
                   END-PERFORM
                   READ FICHIER-ENVOIS
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ENVOIS
           END-IF.

       *>Passage de diffusion, sous son verrou : deux passages
       *>simultanes enverraient deux fois les memes rapports.
       diffuser.
           PERFORM verrouiller-diffusion.
           IF NOT VERROU-ACQUIS
               IF PILOTE-EN-COMMANDE
                   MOVE 'E' TO pilote-verdict
               ELSE
                   DISPLAY plage-occupe
                   DISPLAY plage-pause
                   ACCEPT plage-pause
               END-IF
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-passage
               MOVE horodatage-passage(1:8) TO date-passage
               MOVE 0 TO nb-liasses
               MOVE 0 TO nb-remis
               MOVE 0 TO nb-absents
               EVALUATE TRUE
                   WHEN PILOTE-EN-COMMANDE
                       MOVE "PILOTE" TO operateur-envoi
                   WHEN operateur-courant = SPACES OR LOW-VALUES
                       MOVE "INCONNU" TO operateur-envoi
                   WHEN OTHER
                       MOVE operateur-courant TO operateur-envoi
               END-EVALUATE
               PERFORM charger-diffusion
               PERFORM charger-derniers-envois
               PERFORM marquer-lignes-dues
               PERFORM selectionner-rapports
               PERFORM recenser-destinataires
               PERFORM VARYING dn FROM 1 BY 1
                       UNTIL dn > nb-destinataires
                   PERFORM preparer-liasse
               END-PERFORM
               PERFORM liberer-diffusion
               IF NOT PILOTE-EN-COMMANDE
                   DISPLAY plage-diffusion-finie
                   IF selections-tronquees = 'O'
                       DISPLAY plage-selection-tronquee
                   END-IF
                   DISPLAY plage-pause
                   ACCEPT plage-pause
               END-IF
           END-IF.

       *>Frequence de chaque couple : Q a chaque passage, H si la
       *>derniere liasse a sept jours ou plus, M si elle date d'un
       *>mois precedent ; jamais servi = du. Une frequence inconnue
       *>vaut Q, pour ne rien retenir en silence.
       marquer-lignes-dues.
           PERFORM VARYING d FROM 1 BY 1 UNTIL d > nb-diffusions
               MOVE 'O' TO dl-due(d)
               IF dl-dernier-envoi(d) NOT = SPACES
                       AND dl-dernier-envoi(d)(1:8) IS NUMERIC
                   EVALUATE dl-frequence(d)
                       WHEN 'H'
                           MOVE dl-dernier-envoi(d)(1:8)
                               TO date-dernier
                           COMPUTE ecart-jours =
                               FUNCTION INTEGER-OF-DATE(date-passage)
                               - FUNCTION INTEGER-OF-DATE(date-dernier)
                           IF ecart-jours < 7
                               MOVE 'N' TO dl-due(d)
                           END-IF
                       WHEN 'M'
                           IF dl-dernier-envoi(d)(1:6)
                                   >= horodatage-passage(1:6)
                               MOVE 'N' TO dl-due(d)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       *>Rapports catalogues apres le dernier remis au couple (et pas
       *>avant la creation de la ligne), dans l'ordre du catalogue.
       selectionner-rapports.
           MOVE 0 TO nb-selections.
           MOVE 'N' TO selections-tronquees.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-CATALOGUE.
           READ FICHIER-CATALOGUE
               AT END SET PLUS-DE-LIGNES TO TRUE
           END-READ.
           PERFORM UNTIL PLUS-DE-LIGNES
               PERFORM VARYING d FROM 1 BY 1 UNTIL d > nb-diffusions
                   IF dl-due(d) = 'O'
                           AND dl-programme(d) = CAT-PROGRAMME
                           AND CAT-HORODATAGE > dl-dernier-rapport(d)
                           AND CAT-HORODATAGE >= dl-depuis(d)
                       PERFORM retenir-rapport
                   END-IF
               END-PERFORM
               READ FICHIER-CATALOGUE
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FICHIER-CATALOGUE.

       retenir-rapport.
           IF nb-selections < 500
               ADD 1 TO nb-selections
               MOVE d TO sel-ligne(nb-selections)
               MOVE CAT-HORODATAGE TO sel-horodatage(nb-selections)
               MOVE CAT-FICHIER TO sel-fichier(nb-selections)
               MOVE 0 TO sel-nb-lignes(nb-selections)
               MOVE 'N' TO sel-present(nb-selections)
               MOVE 0 TO sel-page(nb-selections)
               MOVE 0 TO sel-pages-copie(nb-selections)
           ELSE
               MOVE 'O' TO selections-tronquees
           END-IF.

       *>Une liasse par destinataire ayant au moins un rapport.
       recenser-destinataires.
           MOVE 0 TO nb-destinataires.
           PERFORM VARYING s FROM 1 BY 1 UNTIL s > nb-selections
               MOVE dl-destinataire(sel-ligne(s))
                   TO destinataire-en-cours
               MOVE 'N' TO destinataire-connu
               PERFORM VARYING dn FROM 1 BY 1
                       UNTIL dn > nb-destinataires
                   IF destinataire-liasse(dn) = destinataire-en-cours
                       MOVE 'O' TO destinataire-connu
                   END-IF
               END-PERFORM
               IF destinataire-connu = 'N' AND nb-destinataires < 100
                   ADD 1 TO nb-destinataires
                   MOVE destinataire-en-cours
                       TO destinataire-liasse(nb-destinataires)
               END-IF
           END-PERFORM.

       *>Liasse du destinataire dn : un premier tour compte les
       *>lignes de chaque rapport pour numeroter les renvois du
       *>sommaire, puis sommaire, rapports, catalogue et registre.
       preparer-liasse.
           MOVE destinataire-liasse(dn) TO destinataire-en-cours.
           MOVE 0 TO nb-sel-dest.
           PERFORM VARYING s FROM 1 BY 1 UNTIL s > nb-selections
               IF dl-destinataire(sel-ligne(s)) = destinataire-en-cours
                   ADD 1 TO nb-sel-dest
                   PERFORM compter-lignes-rapport
               END-IF
           END-PERFORM.
           COMPUTE pages-sommaire = (nb-sel-dest + 4 + 54) / 55.
           COMPUTE page-courante = pages-sommaire + 1.
           PERFORM VARYING s FROM 1 BY 1 UNTIL s > nb-selections
               IF dl-destinataire(sel-ligne(s)) = destinataire-en-cours
                       AND sel-present(s) = 'O'
                   MOVE page-courante TO sel-page(s)
                   COMPUTE page-courante = page-courante
                       + sel-pages-copie(s)
                       * dl-exemplaires(sel-ligne(s))
               END-IF
           END-PERFORM.
           COMPUTE total-pages = page-courante - 1.

           MOVE SPACES TO nom-liasse.
           STRING "LIASSE-" destinataire-en-cours DELIMITED BY SPACE
               "-" horodatage-passage ".DAT"
               DELIMITED BY SIZE INTO nom-liasse.
           OPEN OUTPUT FICHIER-LIASSE.
           MOVE 0 TO numero-page.
           MOVE 0 TO nb-lignes-liasse.
           PERFORM editer-sommaire.
           PERFORM VARYING s FROM 1 BY 1 UNTIL s > nb-selections
               IF dl-destinataire(sel-ligne(s)) = destinataire-en-cours
                       AND sel-present(s) = 'O'
                   PERFORM VARYING exemplaire FROM 1 BY 1
                           UNTIL exemplaire
                               > dl-exemplaires(sel-ligne(s))
                       PERFORM editer-rapport
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE FICHIER-LIASSE.
           PERFORM cataloguer-liasse.
           ADD 1 TO nb-liasses.

           OPEN EXTEND FICHIER-ENVOIS.
           PERFORM VARYING s FROM 1 BY 1 UNTIL s > nb-selections
               IF dl-destinataire(sel-ligne(s)) = destinataire-en-cours
                   PERFORM noter-envoi
               END-IF
           END-PERFORM.
           CLOSE FICHIER-ENVOIS.

       *>Un rapport purge depuis son inscription au catalogue reste
       *>au sommaire, marque absent, sans pages.
       compter-lignes-rapport.
           MOVE sel-fichier(s) TO nom-rapport.
           MOVE 0 TO nb-lignes-lues.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-RAPPORT.
           IF statut-rapport = "00"
               READ FICHIER-RAPPORT
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   ADD 1 TO nb-lignes-lues
                   READ FICHIER-RAPPORT
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-RAPPORT
               MOVE 'O' TO sel-present(s)
               MOVE nb-lignes-lues TO sel-nb-lignes(s)
               *>Ligne de titre de l'exemplaire + lignes du rapport.
               COMPUTE sel-pages-copie(s) = (nb-lignes-lues + 55) / 55
           ELSE
               MOVE 'N' TO sel-present(s)
               MOVE 0 TO sel-pages-copie(s)
           END-IF.

       editer-sommaire.
           PERFORM en-tete-liasse.
           MOVE SPACES TO ligne-a-ecrire.
           STRING "SOMMAIRE DE LA LIASSE POUR " destinataire-en-cours
               DELIMITED BY SIZE INTO ligne-a-ecrire.
           PERFORM ecrire-liasse.
           MOVE nb-sel-dest TO nb-edite.
           MOVE total-pages TO total-edite.
           MOVE SPACES TO ligne-a-ecrire.
           STRING "Preparee le " horodatage-passage(1:8) " a "
               horodatage-passage(9:6) " - " nb-edite " rapport(s), "
               total-edite " page(s)"
               DELIMITED BY SIZE INTO ligne-a-ecrire.
           PERFORM ecrire-liasse.
           MOVE SPACES TO ligne-a-ecrire.
           PERFORM ecrire-liasse.
           MOVE SPACES TO ligne-a-ecrire.
           MOVE "Programme            Edite le Heure  Fichier"
               TO ligne-a-ecrire.
           MOVE "Lignes Ex Renvoi" TO ligne-a-ecrire(81:16).
           PERFORM ecrire-liasse.
           PERFORM VARYING s FROM 1 BY 1 UNTIL s > nb-selections
               IF dl-destinataire(sel-ligne(s)) = destinataire-en-cours
                   MOVE SPACES TO ligne-sommaire
                   MOVE dl-programme(sel-ligne(s)) TO som-programme
                   MOVE sel-horodatage(s)(1:8) TO som-date
                   MOVE sel-horodatage(s)(9:6) TO som-heure
                   MOVE sel-fichier(s) TO som-fichier
                   MOVE sel-nb-lignes(s) TO som-lignes
                   MOVE dl-exemplaires(sel-ligne(s)) TO som-exemplaires
                   IF sel-present(s) = 'O'
                       MOVE sel-page(s) TO page-editee
                       STRING "page " page-editee
                           DELIMITED BY SIZE INTO som-renvoi
                   ELSE
                       MOVE "ABSENT DU DISQUE" TO som-renvoi
                   END-IF
                   MOVE ligne-sommaire TO ligne-a-ecrire
                   PERFORM ecrire-liasse
               END-IF
           END-PERFORM.

       *>Un exemplaire de rapport : nouvelle page, ligne de titre,
       *>puis le rapport tel qu'il a ete ecrit.
       editer-rapport.
           PERFORM en-tete-liasse.
           MOVE SPACES TO ligne-a-ecrire.
           STRING "=== " DELIMITED BY SIZE
               dl-programme(sel-ligne(s)) DELIMITED BY SPACE
               " du " sel-horodatage(s)(1:8) " "
               sel-horodatage(s)(9:6) " - " DELIMITED BY SIZE
               sel-fichier(s) DELIMITED BY SPACE
               " - exemplaire " exemplaire "/"
               dl-exemplaires(sel-ligne(s)) " ===" DELIMITED BY SIZE
               INTO ligne-a-ecrire.
           PERFORM ecrire-liasse.
           MOVE sel-fichier(s) TO nom-rapport.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-RAPPORT.
           IF statut-rapport = "00"
               READ FICHIER-RAPPORT
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   MOVE LIGNE-RAPPORT TO ligne-a-ecrire
                   PERFORM ecrire-liasse
                   READ FICHIER-RAPPORT
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-RAPPORT
           END-IF.

       en-tete-liasse.
           ADD 1 TO numero-page.
           MOVE 0 TO lignes-sur-page.
           MOVE numero-page TO page-editee.
           MOVE SPACES TO LIGNE-LIASSE.
           STRING "LIASSE DE DIFFUSION  " DELIMITED BY SIZE
               destinataire-en-cours DELIMITED BY SPACE
               "  du " horodatage-passage(1:8) "  Page " page-editee
               DELIMITED BY SIZE INTO LIGNE-LIASSE.
           WRITE LIGNE-LIASSE.
           MOVE SPACES TO LIGNE-LIASSE.
           WRITE LIGNE-LIASSE.
           ADD 2 TO nb-lignes-liasse.

       ecrire-liasse.
           IF lignes-sur-page >= 55
               PERFORM en-tete-liasse
           END-IF.
           MOVE ligne-a-ecrire TO LIGNE-LIASSE.
           WRITE LIGNE-LIASSE.
           ADD 1 TO lignes-sur-page.
           ADD 1 TO nb-lignes-liasse.

       noter-envoi.
           MOVE SPACES TO LIGNE-ENVOI.
           MOVE horodatage-passage TO ENV-HORODATAGE.
           MOVE destinataire-en-cours TO ENV-DESTINATAIRE.
           MOVE dl-programme(sel-ligne(s)) TO ENV-PROGRAMME.
           MOVE sel-horodatage(s) TO ENV-RAPPORT.
           MOVE sel-fichier(s) TO ENV-FICHIER.
           MOVE dl-exemplaires(sel-ligne(s)) TO ENV-EXEMPLAIRES.
           IF sel-present(s) = 'O'
               MOVE 'E' TO ENV-ETAT
               ADD 1 TO nb-remis
           ELSE
               MOVE 'A' TO ENV-ETAT
               ADD 1 TO nb-absents
           END-IF.
           MOVE nom-liasse TO ENV-LIASSE.
           MOVE operateur-envoi TO ENV-OPERATEUR.
           WRITE LIGNE-ENVOI.

       *>"Je ne l'ai jamais recu" : tout ce qui est parti pour un
       *>destinataire, dans l'ordre des passages.
       voir-envois.
           MOVE SPACES TO saisie-destinataire.
           DISPLAY plage-saisie-destinataire.
           ACCEPT plage-saisie-destinataire.
           MOVE FUNCTION UPPER-CASE(saisie-destinataire)
               TO saisie-destinataire.
           DISPLAY plage-titre-envois.
           MOVE 0 TO nb-envois-vus.
           MOVE 4 TO ligne-ecran.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-ENVOIS.
           IF statut-envois(1:1) = "0"
               READ FICHIER-ENVOIS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF ENV-DESTINATAIRE = saisie-destinataire
                       IF ligne-ecran > 20
                           DISPLAY plage-pause
                           ACCEPT plage-pause
                           DISPLAY plage-saisie-destinataire
                           DISPLAY plage-titre-envois
                           MOVE 4 TO ligne-ecran
                       END-IF
                       DISPLAY plage-ligne-envoi
                       ADD 1 TO ligne-ecran
                       ADD 1 TO nb-envois-vus
                   END-IF
                   READ FICHIER-ENVOIS
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ENVOIS
           END-IF.
           DISPLAY plage-total-envois.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-liasse
           NOM-PROGRAMME-CAT BY "DiffusionRapports"
           NOM-FICHIER-CAT BY nom-liasse
           NB-LIGNES-CAT BY nb-lignes-liasse.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-diffusion
           NOM-FICHIER-VERROU BY "VERROU-DIFFUSION.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-diffusion.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-diffusion
           NOM-PROGRAMME-JRN BY "DiffusionRapports"
           VALEUR-SAISIE BY valeur-journal.
