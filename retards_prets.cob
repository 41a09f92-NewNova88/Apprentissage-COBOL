      *>Etat des prets de cles et de materiel en retard : les objets
      *>encore dehors dont le retour prevu est depasse, avec
      *>l'emprunteur (badge et nom du visiteur, ou identifiant de
      *>l'operateur), la sortie, le retour prevu, le retard en heures
      *>et l'operateur qui a prete ; puis le nombre d'objets dehors
      *>et de retards. L'etat RAPPORT-RETARDS-PRETS-<horo>.DAT
      *>s'inscrit au catalogue des rapports. Lancable depuis
      *>GestionPrets et par PiloteNuit (job PRETS, chaque nuit) ; en
      *>pilotage, la date du pilote avec l'heure du passage. Lecture
      *>seule, pas de verrou.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetardsPrets.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRETS-FICHIER.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY PRETS-FD.

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       COPY PILOTAGE.
       77 statut-prets PIC X(02).
       77 fin-prets PIC X(01) VALUE 'N'.
       77 horodatage-etat PIC X(14).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.
       77 jour-reference PIC 9(08).
       77 instant-reference PIC X(12).
       77 touche PIC X(01).
       77 nb-dehors PIC 9(4) VALUE 0.
       77 nb-retards PIC 9(4) VALUE 0.
       *>Retard du pret examine, en heures entieres.
       77 minutes-prevu PIC 9(9).
       77 minutes-reference PIC 9(9).
       77 retard-heures PIC 9(6).
       77 instant-a-editer PIC X(12).
       77 instant-edit PIC X(11).
       77 date-edit PIC X(10).
       77 retard-edit PIC zzzzz9.
       77 compte-edit PIC zzz9.

       SCREEN SECTION.
       1 plage-fini.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Prets de cles et materiel en retard'.
           2 LINE 3 COL 1 VALUE 'Etat genere        : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 4 COL 1 VALUE 'Objets dehors      : '.
           2 PIC zzz9 FROM nb-dehors.
           2 LINE 5 COL 1 VALUE 'Dont en retard     : '.
           2 PIC zzz9 FROM nb-retards.

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
       MOVE SPACES TO instant-reference.
       STRING jour-reference horodatage-etat(9:4)
           DELIMITED BY SIZE INTO instant-reference.
       COMPUTE minutes-reference =
           FUNCTION INTEGER-OF-DATE(jour-reference) * 1440
           + FUNCTION NUMVAL(instant-reference(9:2)) * 60
           + FUNCTION NUMVAL(instant-reference(11:2)).
       MOVE 0 TO nb-dehors nb-retards.
       MOVE SPACES TO nom-rapport.
       STRING "RAPPORT-RETARDS-PRETS-" horodatage-etat ".DAT"
           DELIMITED BY SIZE INTO nom-rapport.
       OPEN OUTPUT FICHIER-ETAT.
       MOVE SPACES TO LIGNE-ETAT.
       MOVE instant-reference TO instant-a-editer.
       PERFORM editer-instant.
       MOVE SPACES TO date-edit.
       STRING jour-reference(7:2) "/" jour-reference(5:2) "/"
           jour-reference(1:4)
           DELIMITED BY SIZE INTO date-edit.
       STRING "Prets de cles et materiel en retard au " date-edit
           " " instant-edit(7:5)
           DELIMITED BY SIZE INTO LIGNE-ETAT.
       PERFORM ecrire-ligne-etat.
       PERFORM ecrire-ligne-etat.
       MOVE "Objet" TO LIGNE-ETAT(1:5).
       MOVE "Emprunteur" TO LIGNE-ETAT(10:10).
       MOVE "Sortie" TO LIGNE-ETAT(40:6).
       MOVE "Prevu" TO LIGNE-ETAT(52:5).
       MOVE "Ret.h" TO LIGNE-ETAT(64:5).
       MOVE "Prete par" TO LIGNE-ETAT(71:9).
       PERFORM ecrire-ligne-etat.
       OPEN INPUT FICHIER-PRETS.
       IF statut-prets(1:1) = "0"
           READ FICHIER-PRETS
               AT END MOVE 'O' TO fin-prets
           END-READ
           PERFORM UNTIL fin-prets = 'O'
               IF PRT-TYPE = 'P' AND PRT-RETOUR = SPACES
                   ADD 1 TO nb-dehors
                   IF PRT-PREVU < instant-reference
                       PERFORM editer-ligne-retard
                   END-IF
               END-IF
               READ FICHIER-PRETS
                   AT END MOVE 'O' TO fin-prets
               END-READ
           END-PERFORM
           CLOSE FICHIER-PRETS
       END-IF.
       PERFORM ecrire-ligne-etat.
       MOVE nb-dehors TO compte-edit.
       STRING "Objets dehors             : " compte-edit
           DELIMITED BY SIZE INTO LIGNE-ETAT.
       PERFORM ecrire-ligne-etat.
       MOVE nb-retards TO compte-edit.
       STRING "Dont en retard            : " compte-edit
           DELIMITED BY SIZE INTO LIGNE-ETAT.
       PERFORM ecrire-ligne-etat.
       CLOSE FICHIER-ETAT.
       PERFORM cataloguer-rapport.
       IF NOT PILOTE-EN-COMMANDE
           DISPLAY plage-fini
           DISPLAY plage-pause
           ACCEPT plage-pause
       END-IF.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis GestionPrets et PiloteNuit.
       GOBACK.

       editer-ligne-retard.
           ADD 1 TO nb-retards.
           MOVE PRT-OBJET TO LIGNE-ETAT(1:8).
           IF PRT-GENRE = 'B'
               STRING "B " PRT-EMPRUNTEUR(1:6) " " PRT-NOM(1:20)
                   DELIMITED BY SIZE INTO LIGNE-ETAT(10:29)
           ELSE
               STRING "O " PRT-EMPRUNTEUR
                   DELIMITED BY SIZE INTO LIGNE-ETAT(10:29)
           END-IF.
           MOVE PRT-SORTIE(1:12) TO instant-a-editer.
           PERFORM editer-instant.
           MOVE instant-edit TO LIGNE-ETAT(40:11).
           MOVE PRT-PREVU TO instant-a-editer.
           PERFORM editer-instant.
           MOVE instant-edit TO LIGNE-ETAT(52:11).
           MOVE 0 TO retard-heures.
           IF PRT-PREVU IS NUMERIC
               COMPUTE minutes-prevu =
                   FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(PRT-PREVU(1:8))) * 1440
                   + FUNCTION NUMVAL(PRT-PREVU(9:2)) * 60
                   + FUNCTION NUMVAL(PRT-PREVU(11:2))
               COMPUTE retard-heures =
                   (minutes-reference - minutes-prevu) / 60
           END-IF.
           MOVE retard-heures TO retard-edit.
           MOVE retard-edit TO LIGNE-ETAT(63:6).
           MOVE PRT-PRETEUR TO LIGNE-ETAT(71:8).
           PERFORM ecrire-ligne-etat.

       *>AAAAMMJJHHMM edite en JJ/MM HH:MM.
       editer-instant.
           MOVE SPACES TO instant-edit.
           STRING instant-a-editer(7:2) "/" instant-a-editer(5:2) " "
               instant-a-editer(9:2) ":" instant-a-editer(11:2)
               DELIMITED BY SIZE INTO instant-edit.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "RetardsPrets"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.
