       *>chaque difficulte le classement des joueurs avec parties
       *>jouees et taux de victoire. Les lignes d'avant l'ajout du
       *>niveau (champ blanc) sont regroupees sous "niveau inconnu".
       *>Chaque palmares porte son horodatage dans son nom et
       *>s'inscrit au catalogue des rapports, d'ou la diffusion le
       *>reprend.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RapportClassement.

           SELECT FICHIER-CLASSEMENT ASSIGN USING nom-classement
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-classement.
           SELECT FICHIER-PALMARES ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       FD FICHIER-PALMARES.
       1 LIGNE-PALMARES PIC X(80).

       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       77 statut-classement PIC X(02).
       *>Saison demandee : vide = saison courante.
       77 saison-demandee PIC X(12) VALUE SPACES.
       77 nom-classement PIC X(30).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-SCORES VALUE 'O'.


       1 plage-fini.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Palmares genere : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 2 COL 1 VALUE 'Joueurs/niveaux cumules : '.
           2 PIC zz9 FROM nb-joueurs.

           STRING "CLASSEMENT-" FUNCTION TRIM(saison-demandee)
               ".DAT" DELIMITED BY SIZE INTO nom-classement
       END-IF.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY nom-classement
           ENTETE-ATTENDU BY entete-classement.
       PERFORM cumuler-classement.
       IF saison-demandee NOT = SPACES
               AND statut-classement = "35"
           DISPLAY plage-saison-absente
           GOBACK
       END-IF.
       MOVE SPACES TO nom-rapport.
       STRING "RAPPORT-CLASSEMENT-" FUNCTION CURRENT-DATE(1:14)
           ".DAT" DELIMITED BY SIZE INTO nom-rapport.
       OPEN OUTPUT FICHIER-PALMARES.
       MOVE SPACES TO LIGNE-PALMARES.
       MOVE "Palmares du concours par difficulte" TO LIGNE-PALMARES.
       WRITE LIGNE-PALMARES.
       ADD 1 TO nb-lignes-rapport.
       *>Une section par difficulte, 0 = lignes anterieures a l'ajout
       *>du niveau.
       PERFORM VARYING niveau-edite FROM 1 BY 1 UNTIL niveau-edite > 3
       MOVE 0 TO niveau-edite.
       PERFORM editer-niveau.
       CLOSE FICHIER-PALMARES.
       PERFORM cataloguer-rapport.
       DISPLAY plage-fini.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis MenuPrincipal.
       cumuler-classement.
           OPEN INPUT FICHIER-CLASSEMENT.
           IF statut-classement = "00"
               PERFORM sauter-entete-classement
               READ FICHIER-CLASSEMENT
                   AT END SET PLUS-DE-SCORES TO TRUE
               END-READ
                   DELIMITED BY SIZE INTO LIGNE-PALMARES
           END-IF.
           WRITE LIGNE-PALMARES.
           ADD 1 TO nb-lignes-rapport.
           MOVE 0 TO rang.
           MOVE 'X' TO joueur-trouve.
           *>Selection du meilleur restant a chaque passage : les
                       DELIMITED BY SIZE INTO LIGNE-PALMARES
               END-IF
               WRITE LIGNE-PALMARES
               ADD 1 TO nb-lignes-rapport
               MOVE 9 TO pal-niveau(k)
           END-IF.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-classement
           FICHIER-DESSIN BY FICHIER-CLASSEMENT.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "RapportClassement"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.
