       *>Ecran d'entretien du fichier des mouvements visiteurs :
       *>InAndOut y ajoute chaque visiteur accueilli mais rien dans la
       *>suite ne permettait de le relire ni de le corriger. Ce
       *>programme pagine le fichier a l'ecran, recherche par nom,
       *>corrige un nom mal orthographie, signale les doublons et
       *>supprime une ligne en double, chaque modification etant
       *>tracee au journal partage pour garder la piste d'audit. La
       *>societe du visiteur et l'operateur venu voir (hote) se
       *>corrigent aussi, l'hote restant controle contre le fichier
       *>maitre des operateurs. Le fichier est indexe sur le nom et
       *>l'horodatage : une correction ne peut pas donner deux fois le
       *>meme nom a la meme seconde, et apres la sauvegarde
       *>l'occupation courante de l'accueil est reconstruite.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintenanceContacts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CONTACTS-FICHIER.
           COPY PRESENCES-FICHIER.
           COPY HOTE-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY CONTACTS-FD.

       COPY PRESENCES-FD.

       COPY HOTE-FD.

       COPY JOURNAL-FD.

       77 statut-contacts PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-CONTACTS VALUE 'O'.
       COPY PRESENCES-ZONE.

       *>Table des contacts charges : 500 emplacements suffisent pour
       *>plusieurs mois de visites ; au-dela, on refuse d'editer et
               3 tab-nom PIC X(25).
               3 tab-sens PIC X(01).
               3 tab-badge PIC X(06).
               3 tab-societe PIC X(30).
               3 tab-hote PIC X(08).
               3 tab-supprime PIC X(01).

       *>Navigation et edition.
       77 numero-choisi PIC 9(4) VALUE 0.
       77 nom-cherche PIC X(25).
       77 nouveau-nom PIC X(25).
       77 nouvelle-societe PIC X(30).
       COPY HOTE-ZONE.
       77 confirmation PIC X(01).
       77 nb-doublons PIC 9(4) VALUE 0.
       77 j PIC 9(4).
       77 cle-existante PIC X(01).
       *>Valeurs journalisees (ancien nom, nouveau nom, suppression).
       77 valeur-avant PIC X(20).
       77 valeur-apres PIC X(20).
           2 LINE 5 COL 1 VALUE '3. Corriger un nom (par numero)'.
           2 LINE 6 COL 1 VALUE '4. Supprimer une ligne (par numero)'.
           2 LINE 7 COL 1 VALUE '5. Signaler les doublons'.
           2 LINE 8 COL 1 VALUE
               '6. Corriger societe et hote (par numero)'.
           2 LINE 9 COL 1 VALUE '9. Sauver et quitter'.
           2 LINE 10 COL 1 VALUE '0. Quitter sans sauver'.
           2 LINE 12 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-table-pleine.
           2 COL 21 PIC X(25) FROM tab-nom(i).
           2 COL 47 PIC X(01) FROM tab-sens(i).
           2 COL 49 PIC X(01) FROM tab-supprime(i).
           2 COL 51 PIC X(20) FROM tab-societe(i).
           2 COL 72 PIC X(08) FROM tab-hote(i).

       1 plage-saisie-nom.
           2 LINE 1 COL 1 VALUE 'Nom a chercher : '.
           2 LINE 2 COL 1 VALUE 'Nouveau nom : '.
           2 PIC X(25) TO nouveau-nom REQUIRED.

       1 plage-saisie-visite.
           2 LINE 2 COL 1 VALUE 'Societe : '.
           2 PIC X(30) USING nouvelle-societe.
           2 LINE 3 COL 1 VALUE 'Hote (operateur, vide = aucun) : '.
           2 PIC X(08) USING hote-saisi.

       1 plage-hote-inconnu.
           2 LINE 4 COL 1 VALUE
               'Operateur inconnu : rien n''est change.'.

       1 plage-confirmation.
           2 LINE 2 COL 1 VALUE 'Confirmer la suppression (O/N) : '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 plage-cle-existante.
           2 LINE 3 COL 1 VALUE
               'Ce nom a deja un mouvement a la meme heure : refuse.'.

       1 plage-numero-invalide.
           2 LINE 3 COL 1 VALUE 'Numero hors du fichier.'.

                   END-IF
               WHEN 5
                   PERFORM signaler-doublons
               WHEN 6
                   IF table-pleine = 'O'
                       PERFORM refuser-fichier-trop-grand
                   ELSE
                       PERFORM corriger-visite
                   END-IF
               WHEN 9
                   IF table-pleine = 'O'
                       PERFORM refuser-fichier-trop-grand
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Chargement des mouvements dans la table d'edition, dans
       *>l'ordre de la cle (nom puis horodatage).
       charger-contacts.
           OPEN INPUT FICHIER-CONTACTS.
           IF statut-contacts(1:1) = "0"
               READ FICHIER-CONTACTS NEXT RECORD
                   AT END SET PLUS-DE-CONTACTS TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-CONTACTS
                       MOVE CTC-NOM TO tab-nom(nb-contacts)
                       MOVE CTC-SENS TO tab-sens(nb-contacts)
                       MOVE CTC-BADGE TO tab-badge(nb-contacts)
                       MOVE CTC-SOCIETE TO tab-societe(nb-contacts)
                       MOVE CTC-HOTE TO tab-hote(nb-contacts)
                       MOVE SPACE TO tab-supprime(nb-contacts)
                   ELSE
                       MOVE 'O' TO table-pleine
                   END-IF
                   READ FICHIER-CONTACTS NEXT RECORD
                       AT END SET PLUS-DE-CONTACTS TO TRUE
                   END-READ
               END-PERFORM
               MOVE numero-choisi TO i
               DISPLAY plage-saisie-nouveau
               ACCEPT plage-saisie-nouveau
               PERFORM controler-cle-existante
               IF cle-existante = 'O'
                   DISPLAY plage-cle-existante
                   DISPLAY plage-pause
                   ACCEPT plage-pause
               ELSE
                   MOVE tab-nom(i) TO valeur-avant
                   MOVE nouveau-nom TO valeur-apres
                   PERFORM journaliser-avant
                   PERFORM journaliser-apres
                   MOVE nouveau-nom TO tab-nom(i)
               END-IF
           ELSE
               DISPLAY plage-numero-invalide
           END-IF.

       *>Le nouveau nom ne doit pas deja porter un mouvement (non
       *>supprime) a l'horodatage de la ligne corrigee : la cle du
       *>fichier le refuserait et la ligne se perdrait a la
       *>sauvegarde.
       controler-cle-existante.
           MOVE 'N' TO cle-existante.
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > nb-contacts
               IF j NOT = i
                       AND tab-nom(j) = nouveau-nom
                       AND tab-horodatage(j) = tab-horodatage(i)
                       AND tab-supprime(j) NOT = 'S'
                   MOVE 'O' TO cle-existante
               END-IF
           END-PERFORM.

       *>Correction de la societe et de l'hote d'un mouvement : l'hote
       *>doit exister au fichier maitre ; les valeurs avant et apres
       *>(hote puis debut de la societe) partent au journal.
       corriger-visite.
           DISPLAY plage-saisie-numero.
           ACCEPT plage-saisie-numero.
           IF numero-choisi >= 1 AND numero-choisi <= nb-contacts
               MOVE numero-choisi TO i
               MOVE tab-societe(i) TO nouvelle-societe
               MOVE tab-hote(i) TO hote-saisi
               DISPLAY plage-saisie-visite
               ACCEPT plage-saisie-visite
               PERFORM controler-hote
               IF HOTE-VALIDE
                   MOVE SPACES TO valeur-avant valeur-apres
                   STRING tab-hote(i) " " tab-societe(i)(1:11)
                       DELIMITED BY SIZE INTO valeur-avant
                   STRING hote-saisi " " nouvelle-societe(1:11)
                       DELIMITED BY SIZE INTO valeur-apres
                   PERFORM journaliser-avant
                   PERFORM journaliser-apres
                   MOVE nouvelle-societe TO tab-societe(i)
                   MOVE hote-saisi TO tab-hote(i)
               ELSE
                   DISPLAY plage-hote-inconnu
                   DISPLAY plage-pause
                   ACCEPT plage-pause
               END-IF
           ELSE
               DISPLAY plage-numero-invalide
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Reecriture des mouvements sans les lignes supprimees, puis
       *>de l'occupation courante qui en decoule.
       sauver-contacts.
           OPEN OUTPUT FICHIER-CONTACTS.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-contacts
                   MOVE tab-nom(i) TO CTC-NOM
                   MOVE tab-sens(i) TO CTC-SENS
                   MOVE tab-badge(i) TO CTC-BADGE
                   MOVE tab-societe(i) TO CTC-SOCIETE
                   MOVE tab-hote(i) TO CTC-HOTE
                   WRITE LIGNE-CONTACT
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE FICHIER-CONTACTS.
           PERFORM reconstruire-presences.

       COPY HOTE-CONTROLE.

       COPY PRESENCES-CHARGE.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-avant
