               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-sequence.
           COPY VERROU-FICHIER.
           COPY CLE-FICHIER.

       DATA DIVISION.
       FILE SECTION.

       COPY VERROU-FD.

       COPY CLE-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY VERROU-ZONE.
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.

       *>Numero d'etiquette en cours d'emission, imprime avec sa cle
       *>de controle (CLE-CALCUL) : une etiquette mal relue se
       *>detecte a la ressaisie au lieu de passer inapercue.
       1 numero-emission PIC 9(06) VALUE 0.
       COPY CLE-ZONE.

       SCREEN SECTION.
       1 plage-borne.
           2 LINE ligne-page COL 1 VALUE "Etiquette ".
           2 PIC 9(6) FROM numero-emission.
           2 VALUE "-".
           2 PIC 9 FROM cle-numero.
           2 VALUE " du ".
           2 PIC X(8) FROM date-emission.

       MOVE 1 TO ligne-page.
       PERFORM UNTIL i > borne
           ADD 1 TO numero-emission
           MOVE numero-emission TO numero-cle
           PERFORM calculer-cle-numero
           DISPLAY plage-ligne
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Etiquette " numero-cle-edite
               " du " date-emission
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.

       *>Lecture du dernier numero emis par les passages precedents.
       charger-sequence.
           MOVE 0 TO numero-emission.
           REPLACING NOM-PARAGRAPHE BY verrouiller-sequence
           NOM-FICHIER-VERROU BY "VERROU-BOUCLE.LCK".

       COPY CLE-CALCUL.

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-sequence.

