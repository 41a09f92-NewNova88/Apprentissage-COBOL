      *>Etat trimestriel des inscriptions a revoir de la liste de
      *>surveillance : chaque inscription dont la date de revue est
      *>passee a la date de reference, avec qui l'a inscrite et
      *>quand, le retard de revue en jours et le motif, pour que le
      *>responsable la prolonge ou la retire et que la liste ne
      *>grossisse pas sans fin. Une date de revue illisible compte
      *>comme echue. L'etat RAPPORT-REVUE-SURV-<horo>.DAT s'inscrit au
      *>catalogue des rapports. Lancable par PiloteNuit (job REVUE,
      *>le jour choisi du premier mois de chaque trimestre) ; a
      *>l'ecran, la date du jour. Lecture seule, pas de verrou.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RevueSurveillance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SURVEILLANCE-FICHIER.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY SURVEILLANCE-FD.

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       COPY PILOTAGE.
       COPY SURVEILLANCE-ZONE.
       77 horodatage-etat PIC X(14).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.
       77 jour-reference PIC 9(08).
       77 touche PIC X(01).
       77 retard-revue PIC 9(6).
       77 nb-a-revoir PIC 9(4) VALUE 0.
       77 date-a-editer PIC 9(08).
       77 date-edit PIC X(10).
       77 retard-edit PIC zzzzz9.
       77 compte-edit PIC zzz9.

       SCREEN SECTION.
       1 plage-fini.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Liste de surveillance : revue'.
           2 LINE 3 COL 1 VALUE 'Etat genere        : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 4 COL 1 VALUE 'Inscriptions       : '.
           2 PIC zz9 FROM nb-surveilles.
           2 LINE 5 COL 1 VALUE 'A revoir           : '.
           2 PIC zzz9 FROM nb-a-revoir.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
       MOVE horodatage-etat(1:8) TO jour-reference.
       IF PILOTE-EN-COMMANDE AND pilote-date IS NUMERIC
           MOVE pilote-date TO jour-reference
           IF FUNCTION TEST-DATE-YYYYMMDD(jour-reference) NOT = 0
               MOVE horodatage-etat(1:8) TO jour-reference
           END-IF
       END-IF.
       MOVE 0 TO nb-a-revoir.
       PERFORM charger-surveillance.
       MOVE SPACES TO nom-rapport.
       STRING "RAPPORT-REVUE-SURV-" horodatage-etat ".DAT"
           DELIMITED BY SIZE INTO nom-rapport.
       OPEN OUTPUT FICHIER-ETAT.
       MOVE SPACES TO LIGNE-ETAT.
       MOVE jour-reference TO date-a-editer.
       PERFORM editer-date.
       STRING "Liste de surveillance : inscriptions a revoir au "
           date-edit
           DELIMITED BY SIZE INTO LIGNE-ETAT.
       PERFORM ecrire-ligne-etat.
       PERFORM ecrire-ligne-etat.
       MOVE "Nom" TO LIGNE-ETAT(1:3).
       MOVE "Inscrit le" TO LIGNE-ETAT(27:10).
       MOVE "Par" TO LIGNE-ETAT(38:3).
       MOVE "Revue" TO LIGNE-ETAT(47:5).
       MOVE "Jours" TO LIGNE-ETAT(59:5).
       PERFORM ecrire-ligne-etat.
       PERFORM VARYING sv FROM 1 BY 1 UNTIL sv > nb-surveilles
           IF sur-t-date-revue(sv) < jour-reference
               PERFORM editer-surveille
           END-IF
       END-PERFORM.
       PERFORM ecrire-ligne-etat.
       MOVE nb-surveilles TO compte-edit.
       STRING "Inscriptions sur la liste : " compte-edit
           DELIMITED BY SIZE INTO LIGNE-ETAT.
       PERFORM ecrire-ligne-etat.
       MOVE nb-a-revoir TO compte-edit.
       STRING "Inscriptions a revoir     : " compte-edit
           "   (prolonger ou retirer)"
           DELIMITED BY SIZE INTO LIGNE-ETAT.
       PERFORM ecrire-ligne-etat.
       IF surveillance-tronquee = 'O'
           MOVE "ATTENTION : liste au-dela de 200, fin non lue."
               TO LIGNE-ETAT
           PERFORM ecrire-ligne-etat
       END-IF.
       CLOSE FICHIER-ETAT.
       PERFORM cataloguer-rapport.
       IF NOT PILOTE-EN-COMMANDE
           DISPLAY plage-fini
           DISPLAY plage-pause
           ACCEPT plage-pause
       END-IF.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis MaintenanceSurveillance et PiloteNuit.
       GOBACK.

       *>Une ligne par inscription echue, le motif en dessous ; une
       *>date de revue illisible (0) s'edite "inconnue".
       editer-surveille.
           ADD 1 TO nb-a-revoir.
           MOVE sur-t-nom(sv) TO LIGNE-ETAT(1:25).
           IF sur-t-date-ajout(sv) > 0
               MOVE sur-t-date-ajout(sv) TO date-a-editer
               PERFORM editer-date
               MOVE date-edit TO LIGNE-ETAT(27:10)
           END-IF.
           MOVE sur-t-ajoute-par(sv) TO LIGNE-ETAT(38:8).
           IF sur-t-date-revue(sv) > 0
               MOVE sur-t-date-revue(sv) TO date-a-editer
               PERFORM editer-date
               MOVE date-edit TO LIGNE-ETAT(47:10)
               COMPUTE retard-revue =
                   FUNCTION INTEGER-OF-DATE(jour-reference)
                   - FUNCTION INTEGER-OF-DATE(sur-t-date-revue(sv))
               MOVE retard-revue TO retard-edit
               MOVE retard-edit TO LIGNE-ETAT(58:6)
           ELSE
               MOVE "inconnue" TO LIGNE-ETAT(47:8)
           END-IF.
           PERFORM ecrire-ligne-etat.
           MOVE "Motif : " TO LIGNE-ETAT(5:8).
           MOVE sur-t-motif(sv) TO LIGNE-ETAT(13:40).
           PERFORM ecrire-ligne-etat.

       editer-date.
           MOVE SPACES TO date-edit.
           STRING date-a-editer(7:2) "/" date-a-editer(5:2) "/"
               date-a-editer(1:4)
               DELIMITED BY SIZE INTO date-edit.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       COPY SURVEILLANCE-CHARGE.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "RevueSurveillance"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.
