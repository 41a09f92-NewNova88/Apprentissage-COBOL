      *>Donnees personnelles d'un visiteur : acces et effacement. Un
      *>visiteur peut demander ce que nous gardons sur lui, ou son
      *>effacement, et il fallait jusqu'ici fouiller une douzaine de
      *>.DAT a la main. Sur un nom (sans casse ni blancs de queue),
      *>cet ecran releve chaque occurrence dans les mouvements,
      *>BADGES-EMIS.DAT, ATTENDUS.DAT, les regles des attendus
      *>(ATTENDUS-REGLES.DAT), les invites des reservations de la
      *>salle (SALLE-RESERVATIONS.DAT, reecrit sous le verrou de
      *>ReservationSalle), les emprunteurs du registre des prets
      *>(PRETS.DAT, sous le verrou de GestionPrets),
      *>EXTRAIT-SIEGE.DAT, la table des jetons
      *>d'AnonymisationContacts (avec les mouvements deja passes sous
      *>un jeton de la personne), la liste de surveillance et les
      *>demandes precedentes, et sort l'etat d'acces imprimable
      *>RAPPORT-ACCES-DONNEES-<horo>.DAT au catalogue des rapports.
      *>L'effacement, apres confirmation et seconde signature,
      *>remplace le nom partout par son jeton VISITEURnnnn de la
      *>table des jetons (le meme qu'AnonymisationContacts lui
      *>aurait donne) ; dans la table, le nom d'origine cede la place
      *>au jeton. La liste de surveillance n'est pas effacee d'ici :
      *>c'est au responsable d'en decider (MaintenanceSurveillance),
      *>l'etat RAPPORT-EFFACEMENT-<horo>.DAT, edite sous le jeton,
      *>le signale. Chaque demande, sa date et son issue
      *>s'inscrivent au registre DEMANDES-DONNEES.DAT (sous le jeton
      *>apres un effacement) et au journal, qui ne porte jamais le
      *>nom. En mode formation l'acces fonctionne, l'effacement est
      *>refuse et le registre n'est pas touche. Apres un effacement,
      *>l'occupation courante de l'accueil se reconstruit des
      *>mouvements, dont le nom fait partie de la cle.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DonneesPersonnelles.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CONTACTS-FICHIER.
           SELECT OPTIONAL FICHIER-BADGES-EMIS
               ASSIGN TO "BADGES-EMIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-badges-emis.
           SELECT OPTIONAL FICHIER-ATTENDUS
               ASSIGN TO "ATTENDUS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-attendus.
           SELECT OPTIONAL FICHIER-REGLES
               ASSIGN TO "ATTENDUS-REGLES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-regles.
           SELECT OPTIONAL FICHIER-EXTRAIT
               ASSIGN TO "EXTRAIT-SIEGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-extrait.
           SELECT OPTIONAL FICHIER-DEMANDES
               ASSIGN TO "DEMANDES-DONNEES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-demandes.
           SELECT FICHIER-TRAVAIL ASSIGN TO "DONNEES-TRAVAIL.TMP"
               ORGANIZATION LINE SEQUENTIAL.
           COPY ANONYMES-FICHIER.
           COPY PRESENCES-FICHIER.
           COPY SURVEILLANCE-FICHIER.
           COPY SALLE-FICHIER.
           COPY PRETS-FICHIER.
           COPY VERROU-FICHIER.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.
           COPY APPROBATION-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY CONTACTS-FD.

       FD FICHIER-BADGES-EMIS.
       1 LIGNE-BADGE-EMIS.
           2 BDG-NUMERO PIC X(06).
           2 FILLER PIC X(01).
           2 BDG-NOM PIC X(25).
           2 FILLER PIC X(01).
           2 BDG-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 BDG-CLE PIC X(01).

       FD FICHIER-ATTENDUS.
       1 LIGNE-ATTENDU.
           2 ATT-DATE PIC X(08).
           2 FILLER PIC X(01).
           2 ATT-NOM PIC X(25).
           2 FILLER PIC X(01).
           2 ATT-FOURNISSEUR PIC X(08).

       FD FICHIER-REGLES.
       1 LIGNE-REGLE.
           2 REG-TYPE PIC X(01).
           2 FILLER PIC X(01).
           2 REG-JOUR PIC X(01).
           2 FILLER PIC X(01).
           2 REG-NOM PIC X(25).
           2 FILLER PIC X(01).
           2 REG-FOURNISSEUR PIC X(08).

       FD FICHIER-EXTRAIT.
       1 LIGNE-EXTRAIT.
           2 EXT-TYPE PIC X(01).
           2 EXT-HORODATAGE PIC X(14).
           2 EXT-NOM PIC X(25).
           2 EXT-SENS PIC X(01).
           2 EXT-RESTE PIC X(39).

       *>Registre des demandes : date, A = acces ou E = effacement,
       *>la personne (son jeton une fois effacee), l'issue, le nombre
       *>d'occurrences trouvees, l'operateur et l'approbateur.
       FD FICHIER-DEMANDES.
       1 LIGNE-DEMANDE.
           2 DEM-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 DEM-TYPE PIC X(01).
           2 FILLER PIC X(01).
           2 DEM-PERSONNE PIC X(25).
           2 FILLER PIC X(01).
           2 DEM-RESULTAT PIC X(20).
           2 FILLER PIC X(01).
           2 DEM-OCCURRENCES PIC 9(05).
           2 FILLER PIC X(01).
           2 DEM-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 DEM-APPROBATEUR PIC X(08).

       *>Assez large pour une ligne de chacun des fichiers reecrits.
       FD FICHIER-TRAVAIL.
       1 LIGNE-TRAVAIL PIC X(200).

       COPY ANONYMES-FD.

       COPY PRESENCES-FD.

       COPY SURVEILLANCE-FD.

       COPY SALLE-FD.

       COPY PRETS-FD.

       COPY VERROU-FD.

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

       COPY CATALOGUE-FD.

       COPY APPROBATION-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY JOURNAL-ETAT.
       COPY APPROBATION-ZONE.
       COPY ANONYMES-ZONE.
       COPY PRESENCES-ZONE.
       COPY SURVEILLANCE-ZONE.
       COPY VERROU-ZONE.
       77 statut-contacts PIC X(02).
       77 statut-salle PIC X(02).
       77 iv PIC 9.
       77 statut-prets PIC X(02).
       77 statut-badges-emis PIC X(02).
       77 statut-attendus PIC X(02).
       77 statut-regles PIC X(02).
       77 statut-extrait PIC X(02).
       77 statut-demandes PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.
       77 horodatage-etat PIC X(14).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.

       77 choix-action PIC 9 VALUE 9.
       77 saisie-nom PIC X(25).
       77 confirmation PIC X(01).
       77 touche PIC X(01).
       *>Nom cherche, en majuscules et cadre a gauche ; nom examine
       *>dans une ligne, et son verdict : C = le nom en clair, J = un
       *>jeton deja attribue a la personne, blanc = autre chose.
       77 nom-cherche PIC X(25).
       77 nom-examine PIC X(25).
       77 nom-concerne PIC X(01).
       *>Jeton de remplacement a l'effacement.
       77 jeton-effacement PIC X(25).
       *>Jetons deja attribues a la personne par l'anonymisation.
       77 nb-jetons-personne PIC 99 VALUE 0.
       77 jp PIC 99.
       1 jetons-personne.
           2 jeton-personne PIC X(25) OCCURS 20.

       *>Mode du releve : C = compter seulement, A = acces (etat),
       *>E = effacement (etat et reecriture des fichiers).
       77 mode-releve PIC X(01).
       77 fichier-lu PIC 99.
       1 occurrences-trouvees.
           2 nb-occurrences PIC 9(5) OCCURS 10.
       77 total-occurrences PIC 9(5) VALUE 0.
       *>Occurrences du nom en clair, hors liste de surveillance :
       *>ce que l'effacement aurait a remplacer.
       77 nb-en-clair PIC 9(5) VALUE 0.
       77 fichier-modifie PIC X(01).

       77 type-demande PIC X(01).
       77 resultat-demande PIC X(20).
       77 personne-registre PIC X(25).
       77 date-a-editer PIC X(14).
       77 date-edit PIC X(16).
       77 compte-edit PIC zzzz9.
       77 valeur-journal PIC X(20).

       SCREEN SECTION.
       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Donnees personnelles d''un visiteur'.
           2 LINE 3 COL 1 VALUE '1. Demande d''acces'.
           2 LINE 4 COL 1 VALUE '2. Demande d''effacement'.
           2 LINE 5 COL 1 VALUE '0. Quitter'.
           2 LINE 7 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-saisie-nom.
           2 LINE 9 COL 1 VALUE 'Nom de la personne : '.
           2 PIC X(25) TO saisie-nom.

       1 plage-occurrences.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Occurrences de '.
           2 PIC X(25) FROM nom-cherche.
           2 LINE 3 COL 1 VALUE 'Mouvements (CONTACTS)      : '.
           2 PIC zzzz9 FROM nb-occurrences(1).
           2 LINE 4 COL 1 VALUE 'Badges remis               : '.
           2 PIC zzzz9 FROM nb-occurrences(2).
           2 LINE 5 COL 1 VALUE 'Visites attendues          : '.
           2 PIC zzzz9 FROM nb-occurrences(3).
           2 LINE 6 COL 1 VALUE 'Regles des attendus        : '.
           2 PIC zzzz9 FROM nb-occurrences(4).
           2 LINE 7 COL 1 VALUE 'Extrait pour le siege      : '.
           2 PIC zzzz9 FROM nb-occurrences(5).
           2 LINE 8 COL 1 VALUE 'Table des jetons           : '.
           2 PIC zzzz9 FROM nb-occurrences(6).
           2 LINE 9 COL 1 VALUE 'Liste de surveillance      : '.
           2 PIC zzzz9 FROM nb-occurrences(7).
           2 COL 37 VALUE '(non effacee d''ici)'.
           2 LINE 10 COL 1 VALUE 'Demandes precedentes       : '.
           2 PIC zzzz9 FROM nb-occurrences(8).
           2 LINE 11 COL 1 VALUE 'Invites de la salle        : '.
           2 PIC zzzz9 FROM nb-occurrences(9).
           2 LINE 12 COL 1 VALUE 'Prets de cles et materiel  : '.
           2 PIC zzzz9 FROM nb-occurrences(10).
           2 LINE 13 COL 1 VALUE 'Total                      : '.
           2 PIC zzzz9 FROM total-occurrences.

       1 plage-confirmation.
           2 LINE 14 COL 1 VALUE
               'Remplacer ce nom partout par un jeton anonyme (O/N) : '.
           2 PIC X(01) TO confirmation.

       1 plage-etat.
           2 LINE 16 COL 1 VALUE 'Etat genere : '.
           2 PIC X(40) FROM nom-rapport.

       1 plage-efface.
           2 LINE 22 COL 1 VALUE 'Nom remplace partout par '.
           2 PIC X(25) FROM jeton-effacement.

       1 plage-aucune.
           2 LINE 14 COL 1 VALUE 'Aucune donnee a effacer pour ce nom.'.

       1 plage-refus-formation.
           2 LINE 14 COL 1 VALUE
               'Effacement impossible en mode formation.'.

       1 plage-table-pleine.
           2 LINE 14 COL 1 VALUE
               'Table des jetons pleine : effacement impossible.'.

       COPY APPROBATION-ECRAN.

       1 plage-pause.
           2 LINE 23 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "BADGES-EMIS.DAT"
           ENTETE-ATTENDU BY entete-badges.
       PERFORM UNTIL choix-action = 0
           MOVE 9 TO choix-action
           DISPLAY plage-menu
           ACCEPT plage-menu
           IF choix-action = 1 OR choix-action = 2
               MOVE SPACES TO saisie-nom
               DISPLAY plage-saisie-nom
               ACCEPT plage-saisie-nom
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(saisie-nom))
                   TO nom-cherche
               IF nom-cherche NOT = SPACES
                   IF choix-action = 1
                       PERFORM traiter-acces
                   ELSE
                       PERFORM traiter-effacement
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le sous-menu des outils.
       GOBACK.

       *>Acces : releve complet, etat imprimable, inscription au
       *>registre.
       traiter-acces.
           PERFORM preparer-releve.
           MOVE 'A' TO mode-releve.
           PERFORM ouvrir-etat.
           PERFORM relever-tout.
           PERFORM fermer-etat.
           MOVE 'A' TO type-demande.
           MOVE nom-cherche TO personne-registre.
           IF total-occurrences = 0
               MOVE "AUCUNE DONNEE" TO resultat-demande
           ELSE
               MOVE "ETAT REMIS" TO resultat-demande
           END-IF.
           MOVE SPACES TO approbateur-saisi.
           PERFORM inscrire-demande.
           MOVE total-occurrences TO compte-edit.
           MOVE SPACES TO valeur-journal.
           STRING "ACCES " compte-edit
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-demande.
           DISPLAY plage-occurrences.
           DISPLAY plage-etat.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Effacement : compte d'abord, confirmation, seconde
       *>signature, puis releve en mode effacement qui reecrit les
       *>fichiers et sort l'etat sous le jeton.
       traiter-effacement.
           PERFORM preparer-releve.
           MOVE 'C' TO mode-releve.
           PERFORM relever-tout.
           DISPLAY plage-occurrences.
           MOVE 'E' TO type-demande.
           MOVE nom-cherche TO personne-registre.
           MOVE SPACES TO approbateur-saisi.
           MOVE SPACES TO valeur-journal.
           EVALUATE TRUE
               WHEN EN-FORMATION
                   DISPLAY plage-refus-formation
               WHEN nb-en-clair = 0
                   DISPLAY plage-aucune
                   MOVE "AUCUNE DONNEE" TO resultat-demande
                   PERFORM inscrire-demande
                   MOVE "EFFACE AUCUNE" TO valeur-journal
               WHEN OTHER
                   PERFORM confirmer-effacement
           END-EVALUATE.
           IF valeur-journal NOT = SPACES
               PERFORM journaliser-demande
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       confirmer-effacement.
           MOVE 'N' TO confirmation.
           DISPLAY plage-confirmation.
           ACCEPT plage-confirmation.
           IF confirmation NOT = 'O' AND confirmation NOT = 'o'
               MOVE "ABANDON" TO resultat-demande
               PERFORM inscrire-demande
               MOVE "EFFACE ABANDON" TO valeur-journal
           ELSE
               PERFORM demander-approbation
               IF NOT APPROBATION-ACCORDEE
                   MOVE "REFUSE (APPROBATION)" TO resultat-demande
                   PERFORM inscrire-demande
                   MOVE "EFFACE REFUSE" TO valeur-journal
               ELSE
                   PERFORM journaliser-approbation
                   PERFORM effacer-personne
               END-IF
           END-IF.

       *>Le jeton de la personne : celui que la table lui connait
       *>deja (nom en clair encore present), sinon un nouveau.
       effacer-personne.
           MOVE 0 TO jeton-trouve.
           PERFORM VARYING an FROM 1 BY 1
                   UNTIL an > nb-anonymes OR jeton-trouve > 0
               MOVE ano-t-nom(an) TO nom-examine
               PERFORM comparer-nom
               IF nom-concerne = 'C'
                   MOVE an TO jeton-trouve
               END-IF
           END-PERFORM.
           IF jeton-trouve > 0
               MOVE ano-t-token(jeton-trouve) TO jeton-rendu
               MOVE 'O' TO jeton-disponible
           ELSE
               MOVE nom-cherche TO nom-a-remplacer
               PERFORM rendre-jeton
           END-IF.
           IF jeton-disponible NOT = 'O'
               DISPLAY plage-table-pleine
               MOVE "TABLE JETONS PLEINE" TO resultat-demande
               PERFORM inscrire-demande
               MOVE "EFFACE IMPOSSIBLE" TO valeur-journal
           ELSE
               MOVE jeton-rendu TO jeton-effacement
               MOVE 'E' TO mode-releve
               PERFORM ouvrir-etat
               PERFORM relever-tout
               PERFORM fermer-etat
               MOVE 'O' TO table-modifiee
               PERFORM sauver-anonymes
               MOVE jeton-effacement TO personne-registre
               MOVE "EFFACE" TO resultat-demande
               PERFORM inscrire-demande
               MOVE SPACES TO valeur-journal
               STRING "EFFACE " jeton-effacement
                   DELIMITED BY SIZE INTO valeur-journal
               DISPLAY plage-etat
               DISPLAY plage-efface
           END-IF.

       *>Table des jetons chargee, jetons deja attribues a la
       *>personne notes, compteurs a zero.
       preparer-releve.
           MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
           PERFORM charger-anonymes.
           MOVE 'N' TO table-modifiee.
           MOVE 0 TO nb-jetons-personne.
           MOVE SPACES TO jeton-effacement.
           PERFORM VARYING an FROM 1 BY 1 UNTIL an > nb-anonymes
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(ano-t-nom(an)))
                       = nom-cherche
                       AND nb-jetons-personne < 20
                   ADD 1 TO nb-jetons-personne
                   MOVE ano-t-token(an)
                       TO jeton-personne(nb-jetons-personne)
               END-IF
           END-PERFORM.

       relever-tout.
           MOVE 0 TO total-occurrences nb-en-clair.
           PERFORM VARYING fichier-lu FROM 1 BY 1 UNTIL fichier-lu > 10
               MOVE 0 TO nb-occurrences(fichier-lu)
           END-PERFORM.
           PERFORM relever-contacts.
           PERFORM relever-badges.
           PERFORM relever-attendus.
           PERFORM relever-regles.
           PERFORM relever-salle.
           PERFORM relever-prets.
           PERFORM relever-extrait.
           PERFORM relever-jetons.
           PERFORM relever-surveillance.
           PERFORM relever-demandes.
           IF mode-releve NOT = 'C'
               MOVE total-occurrences TO compte-edit
               STRING "Total des occurrences : " compte-edit
                   DELIMITED BY SIZE INTO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.

       *>Verdict sur nom-examine : le nom cherche en clair (C), un
       *>jeton de la personne (J), ou rien.
       comparer-nom.
           MOVE SPACE TO nom-concerne.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(nom-examine))
                   = nom-cherche
               MOVE 'C' TO nom-concerne
           ELSE
               PERFORM VARYING jp FROM 1 BY 1
                       UNTIL jp > nb-jetons-personne
                   IF nom-examine = jeton-personne(jp)
                       MOVE 'J' TO nom-concerne
                   END-IF
               END-PERFORM
           END-IF.

       *>Une occurrence du fichier en cours : comptee, et sa ligne
       *>d'etat (preparee dans LIGNE-ETAT) ecrite hors simple compte.
       noter-occurrence.
           ADD 1 TO nb-occurrences(fichier-lu).
           ADD 1 TO total-occurrences.
           IF nom-concerne = 'C' AND fichier-lu NOT = 7
               ADD 1 TO nb-en-clair
           END-IF.
           IF nom-concerne = 'J'
               MOVE "(jeton)" TO LIGNE-ETAT(73:7)
           END-IF.
           IF mode-releve = 'C'
               MOVE SPACES TO LIGNE-ETAT
           ELSE
               PERFORM ecrire-ligne-etat
           END-IF.

       titrer-fichier.
           IF mode-releve NOT = 'C'
               PERFORM ecrire-ligne-etat
           ELSE
               MOVE SPACES TO LIGNE-ETAT
           END-IF.

       conclure-fichier.
           IF mode-releve NOT = 'C'
               MOVE nb-occurrences(fichier-lu) TO compte-edit
               STRING "   occurrence(s) : " compte-edit
                   DELIMITED BY SIZE INTO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
               PERFORM ecrire-ligne-etat
           END-IF.

       relever-contacts.
           MOVE 1 TO fichier-lu.
           MOVE "CONTACTS-IDX.DAT - mouvements a l'accueil"
               TO LIGNE-ETAT.
           PERFORM titrer-fichier.
           MOVE 'N' TO fichier-modifie.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-CONTACTS.
           IF statut-contacts(1:1) = "0"
               IF mode-releve = 'E'
                   OPEN OUTPUT FICHIER-TRAVAIL
               END-IF
               READ FICHIER-CONTACTS NEXT RECORD
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   MOVE CTC-NOM TO nom-examine
                   PERFORM comparer-nom
                   IF nom-concerne NOT = SPACE
                       MOVE CTC-HORODATAGE TO date-a-editer
                       PERFORM editer-date
                       MOVE date-edit TO LIGNE-ETAT(4:16)
                       IF CTC-SENS = 'S'
                           MOVE "Depart" TO LIGNE-ETAT(22:7)
                       ELSE
                           MOVE "Arrivee" TO LIGNE-ETAT(22:7)
                       END-IF
                       MOVE CTC-BADGE TO LIGNE-ETAT(30:6)
                       MOVE CTC-SOCIETE TO LIGNE-ETAT(37:25)
                       MOVE CTC-HOTE TO LIGNE-ETAT(63:8)
                       PERFORM noter-occurrence
                       IF nom-concerne = 'C' AND mode-releve = 'E'
                           MOVE jeton-effacement TO CTC-NOM
                           MOVE 'O' TO fichier-modifie
                       END-IF
                   END-IF
                   IF mode-releve = 'E'
                       MOVE LIGNE-CONTACT TO LIGNE-TRAVAIL
                       WRITE LIGNE-TRAVAIL
                   END-IF
                   READ FICHIER-CONTACTS NEXT RECORD
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONTACTS
               IF mode-releve = 'E'
                   CLOSE FICHIER-TRAVAIL
                   IF fichier-modifie = 'O'
                       PERFORM recopier-contacts
                   END-IF
               END-IF
           END-IF.
           PERFORM conclure-fichier.

       relever-badges.
           MOVE 2 TO fichier-lu.
           MOVE "BADGES-EMIS.DAT - badges remis" TO LIGNE-ETAT.
           PERFORM titrer-fichier.
           MOVE 'N' TO fichier-modifie.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-BADGES-EMIS.
           IF statut-badges-emis(1:1) = "0"
               PERFORM sauter-entete-badges
               IF mode-releve = 'E'
                   OPEN OUTPUT FICHIER-TRAVAIL
               END-IF
               READ FICHIER-BADGES-EMIS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   MOVE BDG-NOM TO nom-examine
                   PERFORM comparer-nom
                   IF nom-concerne NOT = SPACE
                       MOVE BDG-HORODATAGE TO date-a-editer
                       PERFORM editer-date
                       MOVE date-edit TO LIGNE-ETAT(4:16)
                       MOVE "Badge" TO LIGNE-ETAT(22:5)
                       MOVE BDG-NUMERO TO LIGNE-ETAT(30:6)
                       PERFORM noter-occurrence
                       IF nom-concerne = 'C' AND mode-releve = 'E'
                           MOVE jeton-effacement TO BDG-NOM
                           MOVE 'O' TO fichier-modifie
                       END-IF
                   END-IF
                   IF mode-releve = 'E'
                       MOVE LIGNE-BADGE-EMIS TO LIGNE-TRAVAIL
                       WRITE LIGNE-TRAVAIL
                   END-IF
                   READ FICHIER-BADGES-EMIS
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-BADGES-EMIS
               IF mode-releve = 'E'
                   CLOSE FICHIER-TRAVAIL
                   IF fichier-modifie = 'O'
                       PERFORM recopier-badges
                   END-IF
               END-IF
           END-IF.
           PERFORM conclure-fichier.

       relever-attendus.
           MOVE 3 TO fichier-lu.
           MOVE "ATTENDUS.DAT - visites annoncees" TO LIGNE-ETAT.
           PERFORM titrer-fichier.
           MOVE 'N' TO fichier-modifie.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-ATTENDUS.
           IF statut-attendus(1:1) = "0"
               IF mode-releve = 'E'
                   OPEN OUTPUT FICHIER-TRAVAIL
               END-IF
               READ FICHIER-ATTENDUS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   MOVE ATT-NOM TO nom-examine
                   PERFORM comparer-nom
                   IF nom-concerne NOT = SPACE
                       MOVE ATT-DATE TO date-a-editer
                       PERFORM editer-date
                       MOVE date-edit(1:10) TO LIGNE-ETAT(4:10)
                       IF ATT-FOURNISSEUR NOT = SPACES
                           MOVE "Livreur de" TO LIGNE-ETAT(22:10)
                           MOVE ATT-FOURNISSEUR TO LIGNE-ETAT(33:8)
                       END-IF
                       PERFORM noter-occurrence
                       IF nom-concerne = 'C' AND mode-releve = 'E'
                           MOVE jeton-effacement TO ATT-NOM
                           MOVE 'O' TO fichier-modifie
                       END-IF
                   END-IF
                   IF mode-releve = 'E'
                       MOVE LIGNE-ATTENDU TO LIGNE-TRAVAIL
                       WRITE LIGNE-TRAVAIL
                   END-IF
                   READ FICHIER-ATTENDUS
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ATTENDUS
               IF mode-releve = 'E'
                   CLOSE FICHIER-TRAVAIL
                   IF fichier-modifie = 'O'
                       PERFORM recopier-attendus
                   END-IF
               END-IF
           END-IF.
           PERFORM conclure-fichier.

       relever-regles.
           MOVE 4 TO fichier-lu.
           MOVE "ATTENDUS-REGLES.DAT - visites recurrentes annoncees"
               TO LIGNE-ETAT.
           PERFORM titrer-fichier.
           MOVE 'N' TO fichier-modifie.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-REGLES.
           IF statut-regles(1:1) = "0"
               IF mode-releve = 'E'
                   OPEN OUTPUT FICHIER-TRAVAIL
               END-IF
               READ FICHIER-REGLES
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   MOVE REG-NOM TO nom-examine
                   PERFORM comparer-nom
                   IF nom-concerne NOT = SPACE
                       IF REG-TYPE = 'M'
                           STRING "Premier jour " REG-JOUR
                               " (1 = lundi) de chaque mois"
                               DELIMITED BY SIZE
                               INTO LIGNE-ETAT(4:50)
                       ELSE
                           STRING "Chaque semaine, jour " REG-JOUR
                               " (1 = lundi)"
                               DELIMITED BY SIZE
                               INTO LIGNE-ETAT(4:50)
                       END-IF
                       PERFORM noter-occurrence
                       IF nom-concerne = 'C' AND mode-releve = 'E'
                           MOVE jeton-effacement TO REG-NOM
                           MOVE 'O' TO fichier-modifie
                       END-IF
                   END-IF
                   IF mode-releve = 'E'
                       MOVE LIGNE-REGLE TO LIGNE-TRAVAIL
                       WRITE LIGNE-TRAVAIL
                   END-IF
                   READ FICHIER-REGLES
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-REGLES
               IF mode-releve = 'E'
                   CLOSE FICHIER-TRAVAIL
                   IF fichier-modifie = 'O'
                       PERFORM recopier-regles
                   END-IF
               END-IF
           END-IF.
           PERFORM conclure-fichier.

       *>Invites des reservations de la salle de reunion ; a
       *>l'effacement, le carnet se reecrit sous le verrou de
       *>ReservationSalle (carnet occupe : releve sans effacement,
       *>signale dans l'etat).
       relever-salle.
           MOVE 9 TO fichier-lu.
           MOVE "SALLE-RESERVATIONS.DAT - invites de la salle"
               TO LIGNE-ETAT.
           PERFORM titrer-fichier.
           MOVE 'N' TO fichier-modifie.
           MOVE 'N' TO fin-fichier.
           MOVE 'N' TO verrou-obtenu.
           IF mode-releve = 'E'
               PERFORM verrouiller-salle
           END-IF.
           OPEN INPUT FICHIER-SALLE.
           IF statut-salle(1:1) = "0"
               IF VERROU-ACQUIS
                   OPEN OUTPUT FICHIER-TRAVAIL
               END-IF
               READ FICHIER-SALLE
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   PERFORM VARYING iv FROM 1 BY 1 UNTIL iv > 5
                       PERFORM relever-invite
                   END-PERFORM
                   IF VERROU-ACQUIS
                       MOVE LIGNE-RESERVATION TO LIGNE-TRAVAIL
                       WRITE LIGNE-TRAVAIL
                   END-IF
                   READ FICHIER-SALLE
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SALLE
               IF VERROU-ACQUIS
                   CLOSE FICHIER-TRAVAIL
                   IF fichier-modifie = 'O'
                       PERFORM recopier-salle
                   END-IF
               END-IF
           END-IF.
           IF mode-releve = 'E' AND NOT VERROU-ACQUIS
                   AND nb-occurrences(9) > 0
               MOVE "   Carnet occupe : non efface, a relancer."
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           PERFORM liberer-salle.
           PERFORM conclure-fichier.

       relever-invite.
           IF RES-INVITE-NOM(iv) NOT = SPACES
               MOVE RES-INVITE-NOM(iv) TO nom-examine
               PERFORM comparer-nom
               IF nom-concerne NOT = SPACE
                   MOVE RES-DATE TO date-a-editer
                   PERFORM editer-date
                   MOVE date-edit(1:10) TO LIGNE-ETAT(4:10)
                   MOVE RES-DEBUT TO LIGNE-ETAT(16:4)
                   MOVE RES-OBJET TO LIGNE-ETAT(22:30)
                   MOVE RES-DEMANDEUR TO LIGNE-ETAT(54:8)
                   PERFORM noter-occurrence
                   IF nom-concerne = 'C' AND VERROU-ACQUIS
                       MOVE jeton-effacement TO RES-INVITE-NOM(iv)
                       MOVE 'O' TO fichier-modifie
                   END-IF
               END-IF
           END-IF.

       *>Emprunteurs visiteurs du registre des prets (seules les
       *>lignes de pret a un badge portent un nom) ; a l'effacement,
       *>le registre se reecrit sous le verrou de GestionPrets.
       relever-prets.
           MOVE 10 TO fichier-lu.
           MOVE "PRETS.DAT - prets de cles et de materiel"
               TO LIGNE-ETAT.
           PERFORM titrer-fichier.
           MOVE 'N' TO fichier-modifie.
           MOVE 'N' TO fin-fichier.
           MOVE 'N' TO verrou-obtenu.
           IF mode-releve = 'E'
               PERFORM verrouiller-prets
           END-IF.
           OPEN INPUT FICHIER-PRETS.
           IF statut-prets(1:1) = "0"
               IF VERROU-ACQUIS
                   OPEN OUTPUT FICHIER-TRAVAIL
               END-IF
               READ FICHIER-PRETS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF PRT-TYPE = 'P' AND PRT-NOM NOT = SPACES
                       PERFORM relever-emprunteur
                   END-IF
                   IF VERROU-ACQUIS
                       MOVE LIGNE-PRET TO LIGNE-TRAVAIL
                       WRITE LIGNE-TRAVAIL
                   END-IF
                   READ FICHIER-PRETS
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PRETS
               IF VERROU-ACQUIS
                   CLOSE FICHIER-TRAVAIL
                   IF fichier-modifie = 'O'
                       PERFORM recopier-prets
                   END-IF
               END-IF
           END-IF.
           IF mode-releve = 'E' AND NOT VERROU-ACQUIS
                   AND nb-occurrences(10) > 0
               MOVE "   Registre occupe : non efface, a relancer."
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           PERFORM liberer-prets.
           PERFORM conclure-fichier.

       relever-emprunteur.
           MOVE PRT-NOM TO nom-examine.
           PERFORM comparer-nom.
           IF nom-concerne NOT = SPACE
               MOVE PRT-SORTIE TO date-a-editer
               PERFORM editer-date
               MOVE date-edit TO LIGNE-ETAT(4:16)
               MOVE PRT-OBJET TO LIGNE-ETAT(22:8)
               MOVE "badge" TO LIGNE-ETAT(32:5)
               MOVE PRT-EMPRUNTEUR TO LIGNE-ETAT(38:8)
               MOVE PRT-PRETEUR TO LIGNE-ETAT(54:8)
               PERFORM noter-occurrence
               IF nom-concerne = 'C' AND VERROU-ACQUIS
                   MOVE jeton-effacement TO PRT-NOM
                   MOVE 'O' TO fichier-modifie
               END-IF
           END-IF.

       *>Seules les lignes de detail D de l'extrait portent un nom.
       relever-extrait.
           MOVE 5 TO fichier-lu.
           MOVE "EXTRAIT-SIEGE.DAT - copie transmise au siege"
               TO LIGNE-ETAT.
           PERFORM titrer-fichier.
           MOVE 'N' TO fichier-modifie.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-EXTRAIT.
           IF statut-extrait(1:1) = "0"
               IF mode-releve = 'E'
                   OPEN OUTPUT FICHIER-TRAVAIL
               END-IF
               READ FICHIER-EXTRAIT
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   MOVE SPACE TO nom-concerne
                   IF EXT-TYPE = 'D'
                       MOVE EXT-NOM TO nom-examine
                       PERFORM comparer-nom
                   END-IF
                   IF nom-concerne NOT = SPACE
                       MOVE EXT-HORODATAGE TO date-a-editer
                       PERFORM editer-date
                       MOVE date-edit TO LIGNE-ETAT(4:16)
                       IF EXT-SENS = 'S'
                           MOVE "Depart" TO LIGNE-ETAT(22:7)
                       ELSE
                           MOVE "Arrivee" TO LIGNE-ETAT(22:7)
                       END-IF
                       PERFORM noter-occurrence
                       IF nom-concerne = 'C' AND mode-releve = 'E'
                           MOVE jeton-effacement TO EXT-NOM
                           MOVE 'O' TO fichier-modifie
                       END-IF
                   END-IF
                   IF mode-releve = 'E'
                       MOVE LIGNE-EXTRAIT TO LIGNE-TRAVAIL
                       WRITE LIGNE-TRAVAIL
                   END-IF
                   READ FICHIER-EXTRAIT
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-EXTRAIT
               IF mode-releve = 'E'
                   CLOSE FICHIER-TRAVAIL
                   IF fichier-modifie = 'O'
                       PERFORM recopier-extrait
                   END-IF
               END-IF
           END-IF.
           PERFORM conclure-fichier.

       *>Correspondances de la table des jetons : a l'effacement, le
       *>nom d'origine y est remplace par le jeton (la table est
       *>reecrite par l'appelant).
       relever-jetons.
           MOVE 6 TO fichier-lu.
           MOVE "ANONYMES-TABLE.DAT - jetons d'anonymisation"
               TO LIGNE-ETAT.
           PERFORM titrer-fichier.
           PERFORM VARYING an FROM 1 BY 1 UNTIL an > nb-anonymes
               MOVE ano-t-nom(an) TO nom-examine
               PERFORM comparer-nom
               IF nom-concerne = 'C'
                   MOVE "Nom remplace par le jeton" TO LIGNE-ETAT(4:25)
                   MOVE ano-t-token(an) TO LIGNE-ETAT(30:25)
                   PERFORM noter-occurrence
                   IF mode-releve = 'E'
                       MOVE ano-t-token(an) TO ano-t-nom(an)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM conclure-fichier.

       *>Lecture seule : une inscription ne s'efface pas d'ici.
       relever-surveillance.
           MOVE 7 TO fichier-lu.
           MOVE "SURVEILLANCE.DAT - liste de surveillance de l'accueil"
               TO LIGNE-ETAT.
           PERFORM titrer-fichier.
           PERFORM charger-surveillance.
           PERFORM VARYING sv FROM 1 BY 1 UNTIL sv > nb-surveilles
               MOVE sur-t-nom(sv) TO nom-examine
               PERFORM comparer-nom
               IF nom-concerne = 'C'
                   MOVE "Inscrit le" TO LIGNE-ETAT(4:10)
                   MOVE sur-t-date-ajout(sv) TO date-a-editer
                   PERFORM editer-date
                   MOVE date-edit(1:10) TO LIGNE-ETAT(15:10)
                   MOVE "par" TO LIGNE-ETAT(26:3)
                   MOVE sur-t-ajoute-par(sv) TO LIGNE-ETAT(30:8)
                   MOVE sur-t-motif(sv) TO LIGNE-ETAT(39:40)
                   PERFORM noter-occurrence
               END-IF
           END-PERFORM.
           IF mode-releve = 'E' AND nb-occurrences(7) > 0
               MOVE "   Non effacee : a revoir par le responsable."
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           PERFORM conclure-fichier.

       relever-demandes.
           MOVE 8 TO fichier-lu.
           MOVE "DEMANDES-DONNEES.DAT - demandes precedentes"
               TO LIGNE-ETAT.
           PERFORM titrer-fichier.
           MOVE 'N' TO fichier-modifie.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-DEMANDES.
           IF statut-demandes(1:1) = "0"
               IF mode-releve = 'E'
                   OPEN OUTPUT FICHIER-TRAVAIL
               END-IF
               READ FICHIER-DEMANDES
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   MOVE DEM-PERSONNE TO nom-examine
                   PERFORM comparer-nom
                   IF nom-concerne NOT = SPACE
                       MOVE DEM-HORODATAGE TO date-a-editer
                       PERFORM editer-date
                       MOVE date-edit TO LIGNE-ETAT(4:16)
                       IF DEM-TYPE = 'E'
                           MOVE "Effacement" TO LIGNE-ETAT(22:10)
                       ELSE
                           MOVE "Acces" TO LIGNE-ETAT(22:10)
                       END-IF
                       MOVE DEM-RESULTAT TO LIGNE-ETAT(34:20)
                       PERFORM noter-occurrence
                       IF nom-concerne = 'C' AND mode-releve = 'E'
                           MOVE jeton-effacement TO DEM-PERSONNE
                           MOVE 'O' TO fichier-modifie
                       END-IF
                   END-IF
                   IF mode-releve = 'E'
                       MOVE LIGNE-DEMANDE TO LIGNE-TRAVAIL
                       WRITE LIGNE-TRAVAIL
                   END-IF
                   READ FICHIER-DEMANDES
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-DEMANDES
               IF mode-releve = 'E'
                   CLOSE FICHIER-TRAVAIL
                   IF fichier-modifie = 'O'
                       PERFORM recopier-demandes
                   END-IF
               END-IF
           END-IF.
           PERFORM conclure-fichier.

       *>Recopies du fichier de travail sur l'original (le schema de
       *>PurgeArchives et d'AnonymisationContacts).
       recopier-contacts.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-TRAVAIL.
           OPEN OUTPUT FICHIER-CONTACTS.
           READ FICHIER-TRAVAIL
               AT END SET PLUS-DE-LIGNES TO TRUE
           END-READ.
           PERFORM UNTIL PLUS-DE-LIGNES
               MOVE LIGNE-TRAVAIL TO LIGNE-CONTACT
               WRITE LIGNE-CONTACT
                   INVALID KEY CONTINUE
               END-WRITE
               READ FICHIER-TRAVAIL
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FICHIER-TRAVAIL.
           CLOSE FICHIER-CONTACTS.
           PERFORM reconstruire-presences.

       recopier-badges.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-TRAVAIL.
           OPEN OUTPUT FICHIER-BADGES-EMIS.
           MOVE SPACES TO LIGNE-BADGE-EMIS.
           MOVE entete-badges TO LIGNE-BADGE-EMIS.
           WRITE LIGNE-BADGE-EMIS.
           READ FICHIER-TRAVAIL
               AT END SET PLUS-DE-LIGNES TO TRUE
           END-READ.
           PERFORM UNTIL PLUS-DE-LIGNES
               MOVE LIGNE-TRAVAIL TO LIGNE-BADGE-EMIS
               WRITE LIGNE-BADGE-EMIS
               READ FICHIER-TRAVAIL
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FICHIER-TRAVAIL.
           CLOSE FICHIER-BADGES-EMIS.

       recopier-attendus.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-TRAVAIL.
           OPEN OUTPUT FICHIER-ATTENDUS.
           READ FICHIER-TRAVAIL
               AT END SET PLUS-DE-LIGNES TO TRUE
           END-READ.
           PERFORM UNTIL PLUS-DE-LIGNES
               MOVE LIGNE-TRAVAIL TO LIGNE-ATTENDU
               WRITE LIGNE-ATTENDU
               READ FICHIER-TRAVAIL
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FICHIER-TRAVAIL.
           CLOSE FICHIER-ATTENDUS.

       recopier-regles.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-TRAVAIL.
           OPEN OUTPUT FICHIER-REGLES.
           READ FICHIER-TRAVAIL
               AT END SET PLUS-DE-LIGNES TO TRUE
           END-READ.
           PERFORM UNTIL PLUS-DE-LIGNES
               MOVE LIGNE-TRAVAIL TO LIGNE-REGLE
               WRITE LIGNE-REGLE
               READ FICHIER-TRAVAIL
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FICHIER-TRAVAIL.
           CLOSE FICHIER-REGLES.

       recopier-salle.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-TRAVAIL.
           OPEN OUTPUT FICHIER-SALLE.
           READ FICHIER-TRAVAIL
               AT END SET PLUS-DE-LIGNES TO TRUE
           END-READ.
           PERFORM UNTIL PLUS-DE-LIGNES
               MOVE LIGNE-TRAVAIL TO LIGNE-RESERVATION
               WRITE LIGNE-RESERVATION
               READ FICHIER-TRAVAIL
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FICHIER-TRAVAIL.
           CLOSE FICHIER-SALLE.

       recopier-prets.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-TRAVAIL.
           OPEN OUTPUT FICHIER-PRETS.
           READ FICHIER-TRAVAIL
               AT END SET PLUS-DE-LIGNES TO TRUE
           END-READ.
           PERFORM UNTIL PLUS-DE-LIGNES
               MOVE LIGNE-TRAVAIL TO LIGNE-PRET
               WRITE LIGNE-PRET
               READ FICHIER-TRAVAIL
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FICHIER-TRAVAIL.
           CLOSE FICHIER-PRETS.

       recopier-extrait.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-TRAVAIL.
           OPEN OUTPUT FICHIER-EXTRAIT.
           READ FICHIER-TRAVAIL
               AT END SET PLUS-DE-LIGNES TO TRUE
           END-READ.
           PERFORM UNTIL PLUS-DE-LIGNES
               MOVE LIGNE-TRAVAIL TO LIGNE-EXTRAIT
               WRITE LIGNE-EXTRAIT
               READ FICHIER-TRAVAIL
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FICHIER-TRAVAIL.
           CLOSE FICHIER-EXTRAIT.

       recopier-demandes.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-TRAVAIL.
           OPEN OUTPUT FICHIER-DEMANDES.
           READ FICHIER-TRAVAIL
               AT END SET PLUS-DE-LIGNES TO TRUE
           END-READ.
           PERFORM UNTIL PLUS-DE-LIGNES
               MOVE LIGNE-TRAVAIL TO LIGNE-DEMANDE
               WRITE LIGNE-DEMANDE
               READ FICHIER-TRAVAIL
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FICHIER-TRAVAIL.
           CLOSE FICHIER-DEMANDES.

       *>Etat d'acces : sous le nom pour une demande d'acces, sous
       *>le seul jeton pour un effacement.
       ouvrir-etat.
           MOVE SPACES TO nom-rapport.
           IF mode-releve = 'E'
               STRING "RAPPORT-EFFACEMENT-" horodatage-etat ".DAT"
                   DELIMITED BY SIZE INTO nom-rapport
           ELSE
               STRING "RAPPORT-ACCES-DONNEES-" horodatage-etat ".DAT"
                   DELIMITED BY SIZE INTO nom-rapport
           END-IF.
           MOVE 0 TO nb-lignes-rapport.
           OPEN OUTPUT FICHIER-ETAT.
           MOVE SPACES TO LIGNE-ETAT.
           MOVE horodatage-etat TO date-a-editer.
           PERFORM editer-date.
           IF mode-releve = 'E'
               STRING "DONNEES PERSONNELLES - EFFACEMENT du " date-edit
                   DELIMITED BY SIZE INTO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
               STRING "Personne : " DELIMITED BY SIZE
                   jeton-effacement DELIMITED BY SPACE
                   " (nom remplace partout par ce jeton)"
                   DELIMITED BY SIZE INTO LIGNE-ETAT
           ELSE
               STRING "DONNEES PERSONNELLES - DEMANDE D'ACCES du "
                   date-edit
                   DELIMITED BY SIZE INTO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
               STRING "Personne : " nom-cherche
                   DELIMITED BY SIZE INTO LIGNE-ETAT
           END-IF.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           IF mode-releve = 'A' AND nb-jetons-personne > 0
               MOVE "Mouvements anciens deja anonymises sous :"
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
               PERFORM VARYING jp FROM 1 BY 1
                       UNTIL jp > nb-jetons-personne
                   MOVE jeton-personne(jp) TO LIGNE-ETAT(4:25)
                   PERFORM ecrire-ligne-etat
               END-PERFORM
               PERFORM ecrire-ligne-etat
           END-IF.

       fermer-etat.
           CLOSE FICHIER-ETAT.
           PERFORM cataloguer-rapport.

       *>Inscription au registre des demandes ; rien en formation.
       inscrire-demande.
           IF NOT EN-FORMATION
               OPEN EXTEND FICHIER-DEMANDES
               MOVE SPACES TO LIGNE-DEMANDE
               MOVE FUNCTION CURRENT-DATE(1:14) TO DEM-HORODATAGE
               MOVE type-demande TO DEM-TYPE
               MOVE personne-registre TO DEM-PERSONNE
               MOVE resultat-demande TO DEM-RESULTAT
               MOVE total-occurrences TO DEM-OCCURRENCES
               IF operateur-courant = SPACES OR LOW-VALUES
                   MOVE "INCONNU" TO DEM-OPERATEUR
               ELSE
                   MOVE operateur-courant TO DEM-OPERATEUR
               END-IF
               MOVE approbateur-saisi TO DEM-APPROBATEUR
               WRITE LIGNE-DEMANDE
               CLOSE FICHIER-DEMANDES
           END-IF.

       *>Date et heure d'un horodatage : jj/mm/aaaa hh:mm.
       editer-date.
           MOVE SPACES TO date-edit.
           STRING date-a-editer(7:2) "/" date-a-editer(5:2) "/"
               date-a-editer(1:4) " " date-a-editer(9:2) ":"
               date-a-editer(11:2)
               DELIMITED BY SIZE INTO date-edit.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       COPY ANONYMES-CHARGE.

       COPY PRESENCES-CHARGE.

       COPY SURVEILLANCE-CHARGE.

       COPY APPROBATION-PRISE.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-demande
           NOM-PROGRAMME-JRN BY "DonneesPerso"
           VALEUR-SAISIE BY valeur-journal.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-approbation
           NOM-PROGRAMME-JRN BY "DonneesPerso"
           VALEUR-SAISIE BY valeur-approbation.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "DonneesPersonnelles"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-salle
           NOM-FICHIER-VERROU BY "VERROU-SALLE.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-salle.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-prets
           NOM-FICHIER-VERROU BY "VERROU-PRETS.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-prets.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-badges
           FICHIER-DESSIN BY FICHIER-BADGES-EMIS.
