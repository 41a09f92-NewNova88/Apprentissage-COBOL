               FILE STATUS IS statut-dictionnaire.
           COPY REJET-FICHIER
               REPLACING NOM-FICHIER-REJETS BY "REJETS-MOTS.DAT".
           COPY REJET-HISTO-FICHIER.
           COPY LEXIQUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.

       COPY REJET-FD.

       COPY REJET-HISTO-FD.

       COPY CATALOGUE-FD.

       FD FICHIER-DICTIONNAIRE.
           2 FILLER PIC X(01).
           2 DIC-VERS PIC X(20).

       COPY LEXIQUE-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY PILOTAGE.
       COPY LEXIQUE-ZONE.
       1 mot PIC A(90).
       *>Choix de l'operation a appliquer au mot.
       1 operation-mot PIC 9 VALUE 1.
               3 reg-de PIC X(20).
               3 reg-vers PIC X(20).
               3 reg-nb-appliquee PIC 9(5).
       *>Designations refusees par le lexique (motif LEX), reprises
       *>dans le pied du rapport.
       77 nb-hors-lexique PIC 9(6) VALUE 0.

       SCREEN SECTION.
       1 plg-aff-titre.
       *>et le lot continue.
       traiter-lot-mots.
           PERFORM charger-dictionnaire.
           PERFORM charger-lexique.
           MOVE SPACES TO nom-rapport.
           STRING "RAPPORT-MOTS-" FUNCTION CURRENT-DATE(1:14)
               ".DAT" DELIMITED BY SIZE INTO nom-rapport.
               END-IF
           END-PERFORM.
           MOVE SPACES TO LIGNE-RAPPORT-MOT.
           IF nb-lexique = 0
               STRING "Lexique vide ou absent : "
                   "designations non controlees"
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT-MOT
           ELSE
               STRING "Designations hors lexique : " nb-hors-lexique
                   " (motif LEX)"
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT-MOT
           END-IF.
           WRITE LIGNE-RAPPORT-MOT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-RAPPORT-MOT.
           STRING "Lignes rejetees : " nb-rejets
               " (REJETS-MOTS.DAT)"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT-MOT.
           PERFORM cataloguer-rapport.
           DISPLAY plg-lot-fini.

       *>Une ligne valide du lot : remplacement par le dictionnaire,
       *>puis controle de la designation contre le lexique AVANT la
       *>transformation de casse. Un mot hors lexique part au
       *>fichier des rejets (motif LEX) et le rapport donne les mots
       *>approuves les plus proches : la ligne se corrige dans la
       *>reprise des rejets, ou le mot s'ajoute au lexique.
       traiter-mot-courant.
           MOVE LOT-MOT TO mot.
           PERFORM appliquer-dictionnaire.
           MOVE mot TO designation-controlee.
           PERFORM controler-lexique.
           IF DESIGNATION-APPROUVEE
               PERFORM transformer-ligne-lot
           ELSE
               MOVE "LEX" TO code-rejet
               PERFORM rejeter-mot
               PERFORM signaler-hors-lexique
           END-IF.

       *>Transformation et racine d'une ligne valide du lot.
       transformer-ligne-lot.
           MOVE LOT-OPERATION TO operation-mot.
           PERFORM transformer-mot.
           COMPUTE racine ROUNDED = FUNCTION SQRT (LOT-NOMBRE).
           WRITE LIGNE-RAPPORT-MOT.
           ADD 1 TO nb-lignes-rapport.

       signaler-hors-lexique.
           ADD 1 TO nb-hors-lexique.
           MOVE SPACES TO LIGNE-RAPPORT-MOT.
           IF suggestions-lexique = SPACES
               STRING "Ligne " nb-lignes-lues " rejetee (LEX) : "
                   FUNCTION TRIM(mot-hors-lexique)
                   " hors lexique, aucun mot proche"
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT-MOT
           ELSE
               STRING "Ligne " nb-lignes-lues " rejetee (LEX) : "
                   FUNCTION TRIM(mot-hors-lexique)
                   " hors lexique, mots proches : "
                   FUNCTION TRIM(suggestions-lexique)
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT-MOT
           END-IF.
           WRITE LIGNE-RAPPORT-MOT.
           ADD 1 TO nb-lignes-rapport.

       *>Chargement du dictionnaire de remplacement (facultatif).
       charger-dictionnaire.
           OPEN INPUT FICHIER-DICTIONNAIRE.
               END-IF
           END-PERFORM.

       COPY LEXIQUE-CHARGE.

       COPY LEXIQUE-CONTROLE.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "FonctionIntrinseque"
