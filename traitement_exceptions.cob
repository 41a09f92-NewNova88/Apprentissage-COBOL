      *>Traitement des dossiers d'exceptions ouverts par la
      *>reconciliation de StructureIfElse (EXCEPTIONS.DAT) : liste
      *>des dossiers a traiter (ouverts ou en examen) ou de tous les
      *>dossiers, prise en charge d'un dossier par un operateur
      *>(statut E, note facultative), resolution (statut R, note
      *>obligatoire, date de resolution) et reouverture. Les dossiers
      *>restent sous leur verrou toute la seance, pour qu'un lot de
      *>reconciliation ne passe pas entre la lecture et la sauvegarde.
      *>Chaque geste part a l'historique EXCEPTIONS-HISTO.DAT et au
      *>journal ; en mode formation, rien n'est sauve.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TraitementExceptions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DOSSIER-FICHIER.
           SELECT OPTIONAL FICHIER-HISTO-DOSSIERS
               ASSIGN TO "EXCEPTIONS-HISTO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-histo-dossiers.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY DOSSIER-FD.

       *>Historique des gestes : qui a pris en charge, resolu ou
       *>rouvert (P, R, O) quel dossier, avec le dossier tel qu'il
       *>est apres le geste.
       FD FICHIER-HISTO-DOSSIERS.
       1 LIGNE-HISTO-DOSSIER.
           2 HDS-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 HDS-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 HDS-ACTION PIC X(01).
           2 FILLER PIC X(01).
           2 HDS-DOSSIER PIC X(123).

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       COPY DOSSIER-ZONE.
       77 statut-histo-dossiers PIC X(02).

       77 choix-action PIC 9 VALUE 9.
       77 saisie-ref PIC X(08).
       77 saisie-operateur PIC X(08).
       77 saisie-note PIC X(40).
       77 tous-les-dossiers PIC X(01).
       77 ligne-ecran PIC 99.
       77 montant-edit PIC -(7)9.99.
       77 date-traitement PIC 9(08).
       77 action-histo PIC X(01).
       77 modifie PIC X(01) VALUE 'N'.
       77 touche PIC X(01).
       77 valeur-journal PIC X(20).
       77 nb-a-traiter PIC 9(4) VALUE 0.

       SCREEN SECTION.
       1 plage-occupe.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Dossiers d''exceptions occupes, reessayez plus tard.'.

       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Dossiers d''exceptions ('.
           2 PIC zzz9 FROM nb-a-traiter.
           2 VALUE ' a traiter sur '.
           2 PIC zzz9 FROM nb-dossiers.
           2 VALUE ')'.
           2 LINE 3 COL 1 VALUE '1. Dossiers a traiter'.
           2 LINE 4 COL 1 VALUE '2. Tous les dossiers'.
           2 LINE 5 COL 1 VALUE '3. Prendre en charge un dossier'.
           2 LINE 6 COL 1 VALUE '4. Resoudre un dossier'.
           2 LINE 7 COL 1 VALUE '5. Rouvrir un dossier'.
           2 LINE 8 COL 1 VALUE '9. Sauver et quitter'.
           2 LINE 9 COL 1 VALUE '0. Quitter sans sauver'.
           2 LINE 11 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-entete-liste.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Ref      Ty Date tr.      Montant S Operat.  Ouvert le'.
           2 COL 56 VALUE ' Vus Note'.

       1 plage-ligne-dossier.
           2 LINE ligne-ecran COL 1 PIC X(08) FROM dst-ref(ds).
           2 COL 10 PIC X(02) FROM dst-type(ds).
           2 COL 13 PIC 9(08) FROM dst-date-trx(ds).
           2 COL 22 PIC X(12) FROM montant-edit.
           2 COL 35 PIC X(01) FROM dst-statut(ds).
           2 COL 37 PIC X(08) FROM dst-operateur(ds).
           2 COL 46 PIC 9(08) FROM dst-ouverture(ds).
           2 COL 56 PIC zzz9 FROM dst-nb-vus(ds).
           2 COL 61 PIC X(19) FROM dst-note(ds).

       1 plage-saisie-ref.
           2 LINE 13 COL 1 VALUE 'Reference du dossier : '.
           2 PIC X(08) TO saisie-ref REQUIRED.

       1 plage-saisie-operateur.
           2 LINE 14 COL 1 VALUE 'Operateur charge : '.
           2 PIC X(08) USING saisie-operateur REQUIRED.

       1 plage-saisie-note.
           2 LINE 15 COL 1 VALUE 'Note : '.
           2 PIC X(40) USING saisie-note.

       1 plage-detail-dossier.
           2 LINE 17 COL 1 VALUE 'Dossier '.
           2 PIC X(08) FROM dst-ref(dossier-trouve).
           2 VALUE ' statut '.
           2 PIC X(01) FROM dst-statut(dossier-trouve).
           2 VALUE ' montant '.
           2 PIC X(12) FROM montant-edit.
           2 VALUE ' signale '.
           2 PIC zzz9 FROM dst-nb-vus(dossier-trouve).
           2 VALUE ' fois'.

       1 plage-dossier-inconnu.
           2 LINE 21 COL 1 VALUE 'Pas de dossier sous cette reference.'.

       1 plage-dossier-resolu.
           2 LINE 21 COL 1 VALUE
               'Dossier deja resolu : le rouvrir d''abord.'.

       1 plage-dossier-deja-ouvert.
           2 LINE 21 COL 1 VALUE 'Dossier deja ouvert.'.

       1 plage-note-requise.
           2 LINE 21 COL 1 VALUE
               'Une note est obligatoire pour resoudre un dossier.'.

       1 plage-fait.
           2 LINE 21 COL 1 VALUE 'Fait (sauve au choix 9).'.

       1 plage-tronque.
           2 LINE 21 COL 1 VALUE
               'EXCEPTIONS.DAT depasse l''editeur (2000 dossiers) :'.
           2 LINE 22 COL 1 VALUE ' sauvegarde REFUSEE.'.

       1 plage-formation.
           2 LINE 21 COL 1 VALUE
               'Mode formation : dossiers non sauves.'.

       1 plage-sauve.
           2 LINE 21 COL 1 VALUE 'Dossiers d''exceptions sauves.'.

       1 plage-pause.
           2 LINE 23 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       PERFORM verrouiller-dossiers.
       IF NOT VERROU-ACQUIS
           DISPLAY plage-occupe
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:8) TO date-traitement.
       PERFORM charger-dossiers.
       PERFORM UNTIL choix-action = 0
           PERFORM compter-a-traiter
           DISPLAY plage-menu
           ACCEPT plage-menu
           EVALUATE choix-action
               WHEN 1
                   MOVE 'N' TO tous-les-dossiers
                   PERFORM lister-dossiers
               WHEN 2
                   MOVE 'O' TO tous-les-dossiers
                   PERFORM lister-dossiers
               WHEN 3
                   PERFORM prendre-en-charge
               WHEN 4
                   PERFORM resoudre-dossier
               WHEN 5
                   PERFORM rouvrir-dossier
               WHEN 9
                   PERFORM valider-et-sauver
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       PERFORM liberer-dossiers.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le menu de comptabilite.
       GOBACK.

       compter-a-traiter.
           MOVE 0 TO nb-a-traiter.
           PERFORM VARYING ds FROM 1 BY 1 UNTIL ds > nb-dossiers
               IF NOT DOSSIER-RESOLU(ds)
                   ADD 1 TO nb-a-traiter
               END-IF
           END-PERFORM.

       *>Liste par pages de 18 lignes ; sans le choix "tous", les
       *>dossiers resolus sont sautes.
       lister-dossiers.
           DISPLAY plage-entete-liste.
           MOVE 2 TO ligne-ecran.
           PERFORM VARYING ds FROM 1 BY 1 UNTIL ds > nb-dossiers
               IF tous-les-dossiers = 'O' OR NOT DOSSIER-RESOLU(ds)
                   IF ligne-ecran > 19
                       DISPLAY plage-pause
                       ACCEPT plage-pause
                       DISPLAY plage-entete-liste
                       MOVE 2 TO ligne-ecran
                   END-IF
                   MOVE dst-montant(ds) TO montant-edit
                   DISPLAY plage-ligne-dossier
                   ADD 1 TO ligne-ecran
               END-IF
           END-PERFORM.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Un dossier ouvert ou deja en examen passe (ou repasse) a un
       *>operateur, par defaut celui de la seance.
       prendre-en-charge.
           PERFORM saisir-dossier.
           EVALUATE TRUE
               WHEN dossier-trouve = 0
                   DISPLAY plage-dossier-inconnu
               WHEN DOSSIER-RESOLU(dossier-trouve)
                   DISPLAY plage-dossier-resolu
               WHEN OTHER
                   MOVE dst-operateur(dossier-trouve)
                       TO saisie-operateur
                   IF saisie-operateur = SPACES
                       MOVE operateur-courant TO saisie-operateur
                   END-IF
                   MOVE dst-note(dossier-trouve) TO saisie-note
                   DISPLAY plage-saisie-operateur
                   ACCEPT plage-saisie-operateur
                   DISPLAY plage-saisie-note
                   ACCEPT plage-saisie-note
                   MOVE 'E' TO dst-statut(dossier-trouve)
                   MOVE saisie-operateur
                       TO dst-operateur(dossier-trouve)
                   MOVE saisie-note TO dst-note(dossier-trouve)
                   MOVE date-traitement
                       TO dst-changement(dossier-trouve)
                   MOVE 'P' TO action-histo
                   PERFORM historiser-dossier
                   DISPLAY plage-fait
           END-EVALUATE.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Resolution : la note dit ce qui a ete constate ou corrige.
       resoudre-dossier.
           PERFORM saisir-dossier.
           EVALUATE TRUE
               WHEN dossier-trouve = 0
                   DISPLAY plage-dossier-inconnu
               WHEN DOSSIER-RESOLU(dossier-trouve)
                   DISPLAY plage-dossier-resolu
               WHEN OTHER
                   MOVE dst-note(dossier-trouve) TO saisie-note
                   DISPLAY plage-saisie-note
                   ACCEPT plage-saisie-note
                   IF saisie-note = SPACES
                       DISPLAY plage-note-requise
                   ELSE
                       MOVE 'R' TO dst-statut(dossier-trouve)
                       IF dst-operateur(dossier-trouve) = SPACES
                           MOVE operateur-courant
                               TO dst-operateur(dossier-trouve)
                       END-IF
                       MOVE saisie-note TO dst-note(dossier-trouve)
                       MOVE date-traitement
                           TO dst-changement(dossier-trouve)
                       MOVE date-traitement
                           TO dst-resolution(dossier-trouve)
                       MOVE 'R' TO action-histo
                       PERFORM historiser-dossier
                       DISPLAY plage-fait
                   END-IF
           END-EVALUATE.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Un dossier resolu a tort ou pris en charge par erreur
       *>redevient ouvert ; la note et l'operateur restent comme
       *>trace de ce qui avait ete fait.
       rouvrir-dossier.
           PERFORM saisir-dossier.
           EVALUATE TRUE
               WHEN dossier-trouve = 0
                   DISPLAY plage-dossier-inconnu
               WHEN DOSSIER-OUVERT(dossier-trouve)
                   DISPLAY plage-dossier-deja-ouvert
               WHEN OTHER
                   MOVE 'O' TO dst-statut(dossier-trouve)
                   MOVE 0 TO dst-resolution(dossier-trouve)
                   MOVE date-traitement
                       TO dst-changement(dossier-trouve)
                   MOVE 'O' TO action-histo
                   PERFORM historiser-dossier
                   DISPLAY plage-fait
           END-EVALUATE.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       saisir-dossier.
           MOVE SPACES TO saisie-ref.
           DISPLAY plage-saisie-ref.
           ACCEPT plage-saisie-ref.
           MOVE FUNCTION UPPER-CASE(saisie-ref) TO ref-dossier-cherche.
           PERFORM chercher-dossier.
           IF dossier-trouve > 0
               MOVE dst-montant(dossier-trouve) TO montant-edit
               DISPLAY plage-detail-dossier
           END-IF.

       historiser-dossier.
           MOVE 'O' TO modifie.
           IF NOT EN-FORMATION
               OPEN EXTEND FICHIER-HISTO-DOSSIERS
               MOVE SPACES TO LIGNE-HISTO-DOSSIER
               MOVE FUNCTION CURRENT-DATE(1:14) TO HDS-HORODATAGE
               IF operateur-courant = SPACES OR LOW-VALUES
                   MOVE "INCONNU" TO HDS-OPERATEUR
               ELSE
                   MOVE operateur-courant TO HDS-OPERATEUR
               END-IF
               MOVE action-histo TO HDS-ACTION
               MOVE SPACES TO LIGNE-DOSSIER
               MOVE dst-ref(dossier-trouve) TO DOS-REF
               MOVE dst-type(dossier-trouve) TO DOS-TYPE
               MOVE dst-date-trx(dossier-trouve) TO DOS-DATE-TRX
               MOVE dst-montant(dossier-trouve) TO DOS-MONTANT
               MOVE dst-statut(dossier-trouve) TO DOS-STATUT
               MOVE dst-operateur(dossier-trouve) TO DOS-OPERATEUR
               MOVE dst-ouverture(dossier-trouve) TO DOS-OUVERTURE
               MOVE dst-changement(dossier-trouve) TO DOS-CHANGEMENT
               MOVE dst-resolution(dossier-trouve) TO DOS-RESOLUTION
               MOVE dst-note(dossier-trouve) TO DOS-NOTE
               MOVE dst-vu(dossier-trouve) TO DOS-VU
               MOVE dst-nb-vus(dossier-trouve) TO DOS-NB-VUS
               MOVE LIGNE-DOSSIER TO HDS-DOSSIER
               WRITE LIGNE-HISTO-DOSSIER
               CLOSE FICHIER-HISTO-DOSSIERS
           END-IF.
           MOVE SPACES TO valeur-journal.
           STRING action-histo " " dst-ref(dossier-trouve) " "
               dst-operateur(dossier-trouve)
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-dossier.

       valider-et-sauver.
           EVALUATE TRUE
               WHEN dossiers-tronques = 'O'
                   DISPLAY plage-tronque
                   DISPLAY plage-pause
                   ACCEPT plage-pause
               WHEN EN-FORMATION
                   DISPLAY plage-formation
                   DISPLAY plage-pause
                   ACCEPT plage-pause
                   MOVE 0 TO choix-action
               WHEN OTHER
                   IF modifie = 'O'
                       PERFORM sauver-dossiers
                   END-IF
                   DISPLAY plage-sauve
                   DISPLAY plage-pause
                   ACCEPT plage-pause
                   MOVE 0 TO choix-action
           END-EVALUATE.

       COPY DOSSIER-CHARGE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-dossiers
           NOM-FICHIER-VERROU BY "VERROU-EXCEPTIONS.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-dossiers.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-dossier
           NOM-PROGRAMME-JRN BY "TraitementExceptions"
           VALEUR-SAISIE BY valeur-journal.
