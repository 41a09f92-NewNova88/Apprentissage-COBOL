      *>Conversion des mouvements visiteurs : InAndOut tient
      *>desormais ses mouvements dans le fichier indexe
      *>CONTACTS-IDX.DAT (cle nom + horodatage, badge en cle
      *>secondaire) et l'occupation courante dans PRESENCES-IDX.DAT.
      *>Ce passage charge l'historique du fichier plat CONTACTS.DAT
      *>dans l'indexe, puis reconstruit l'occupation courante. Il
      *>sert une fois a la mise en service, et de nouveau apres la
      *>restauration d'une sauvegarde (qui ne porte que la decharge
      *>plate, comme pour le carnet de SaisieNotes). Un indexe deja
      *>garni n'est remplace qu'apres confirmation. Deux lignes du
      *>meme nom a la meme seconde ne font qu'un mouvement : la
      *>seconde est ecartee et comptee, une ligne sans nom aussi ; un
      *>badge illisible devient 0 (pas de badge). Le compte part au
      *>journal. Refuse en mode formation : l'historique reel serait
      *>remplace.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConversionContacts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CONTACTS-FICHIER.
           COPY PRESENCES-FICHIER.
           SELECT OPTIONAL FICHIER-PLAT ASSIGN TO "CONTACTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-plat.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY CONTACTS-FD.

       COPY PRESENCES-FD.

       *>Ancien dessin plat, garde comme format d'echange (le badge
       *>en zone X : blanc sur les lignes d'avant les badges).
       FD FICHIER-PLAT.
       1 LIGNE-PLAT.
           2 PLT-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 PLT-NOM PIC X(25).
           2 FILLER PIC X(01).
           2 PLT-SENS PIC X(01).
           2 FILLER PIC X(01).
           2 PLT-BADGE PIC X(06).
           2 FILLER PIC X(01).
           2 PLT-SOCIETE PIC X(30).
           2 FILLER PIC X(01).
           2 PLT-HOTE PIC X(08).

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY JOURNAL-ETAT.
       77 statut-contacts PIC X(02).
       77 statut-plat PIC X(02).
       COPY PRESENCES-ZONE.
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.
       77 confirmation PIC X(01).
       77 touche PIC X(01).
       *>Comptes du passage.
       77 nb-deja PIC 9(6) VALUE 0.
       77 nb-lues PIC 9(6) VALUE 0.
       77 nb-chargees PIC 9(6) VALUE 0.
       77 nb-ecartees PIC 9(6) VALUE 0.
       77 valeur-journal PIC X(20).

       SCREEN SECTION.
       1 plage-titre.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Conversion des mouvements visiteurs vers l''indexe'.

       1 plage-formation.
           2 LINE 3 COL 1 VALUE
               'Mode formation : conversion refusee.'.

       1 plage-confirmation.
           2 LINE 3 COL 1 VALUE 'L''indexe contient deja '.
           2 PIC zzzzz9 FROM nb-deja.
           2 VALUE ' mouvements.'.
           2 LINE 4 COL 1 VALUE
               'Les remplacer par CONTACTS.DAT ? (O/N) : '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 plage-abandon.
           2 LINE 6 COL 1 VALUE 'Conversion abandonnee.'.

       1 plage-fini.
           2 LINE 6 COL 1 VALUE 'Lignes lues (CONTACTS.DAT)  : '.
           2 PIC zzzzz9 FROM nb-lues.
           2 LINE 7 COL 1 VALUE 'Mouvements charges          : '.
           2 PIC zzzzz9 FROM nb-chargees.
           2 LINE 8 COL 1 VALUE 'Lignes ecartees             : '.
           2 PIC zzzzz9 FROM nb-ecartees.
           2 LINE 9 COL 1 VALUE 'Visiteurs presents          : '.
           2 PIC zzzzz9 FROM nb-presences-rebaties.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       DISPLAY plage-titre.
       IF EN-FORMATION
           DISPLAY plage-formation
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "CONTACTS.DAT"
           ENTETE-ATTENDU BY entete-contacts.
       PERFORM compter-deja-charges.
       MOVE 'O' TO confirmation.
       IF nb-deja > 0
           DISPLAY plage-confirmation
           ACCEPT plage-confirmation
       END-IF.
       IF confirmation = 'O' OR confirmation = 'o'
           PERFORM charger-indexe
           PERFORM reconstruire-presences
           MOVE SPACES TO valeur-journal
           STRING "CONV " nb-chargees " EC " nb-ecartees
               DELIMITED BY SIZE INTO valeur-journal
           PERFORM journaliser-conversion
           DISPLAY plage-fini
       ELSE
           MOVE "CONVERSION ABANDON" TO valeur-journal
           PERFORM journaliser-conversion
           DISPLAY plage-abandon
       END-IF.
       DISPLAY plage-pause.
       ACCEPT plage-pause.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le sous-menu des outils.
       GOBACK.

       *>Mouvements deja presents dans l'indexe (0 a la mise en
       *>service : fichier absent ou vide).
       compter-deja-charges.
           MOVE 0 TO nb-deja.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-CONTACTS.
           IF statut-contacts(1:1) = "0"
               PERFORM UNTIL PLUS-DE-LIGNES
                   READ FICHIER-CONTACTS NEXT RECORD
                       AT END SET PLUS-DE-LIGNES TO TRUE
                       NOT AT END ADD 1 TO nb-deja
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONTACTS
           END-IF.

       *>L'indexe repart vide et recoit chaque ligne du plat ; la cle
       *>refuse le second mouvement d'un meme nom a la meme seconde.
       charger-indexe.
           MOVE 0 TO nb-lues nb-chargees nb-ecartees.
           MOVE 'N' TO fin-fichier.
           OPEN OUTPUT FICHIER-CONTACTS.
           OPEN INPUT FICHIER-PLAT.
           IF statut-plat(1:1) = "0"
               PERFORM sauter-entete-plat
               READ FICHIER-PLAT
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   ADD 1 TO nb-lues
                   PERFORM charger-mouvement
                   READ FICHIER-PLAT
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PLAT
           END-IF.
           CLOSE FICHIER-CONTACTS.

       charger-mouvement.
           IF PLT-NOM = SPACES
               ADD 1 TO nb-ecartees
           ELSE
               MOVE SPACES TO LIGNE-CONTACT
               MOVE PLT-NOM TO CTC-NOM
               MOVE PLT-HORODATAGE TO CTC-HORODATAGE
               MOVE PLT-SENS TO CTC-SENS
               IF PLT-BADGE IS NUMERIC
                   MOVE PLT-BADGE TO CTC-BADGE
               ELSE
                   MOVE 0 TO CTC-BADGE
               END-IF
               MOVE PLT-SOCIETE TO CTC-SOCIETE
               MOVE PLT-HOTE TO CTC-HOTE
               WRITE LIGNE-CONTACT
                   INVALID KEY ADD 1 TO nb-ecartees
                   NOT INVALID KEY ADD 1 TO nb-chargees
               END-WRITE
           END-IF.

       COPY PRESENCES-CHARGE.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-plat
           FICHIER-DESSIN BY FICHIER-PLAT.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-conversion
           NOM-PROGRAMME-JRN BY "ConversionContacts"
           VALEUR-SAISIE BY valeur-journal.
