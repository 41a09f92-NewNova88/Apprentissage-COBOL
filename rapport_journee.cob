       1 LIGNE-ETAT PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       COPY PILOTAGE.
       *>Jour a consolider : saisi a l'ecran (vide = la journee
       *>courante), ou fourni par la zone de pilotage quand le
           2 PIC zzzz9 FROM nb-calculs.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "CALCULSOMME-LOG.DAT"
           ENTETE-ATTENDU BY entete-livre.
       *>La donnee est deja toute dans les fichiers : seul le choix
       *>du jour manquait pour regenerer l'etat d'un vendredi rate.
       IF PILOTE-EN-COMMANDE
           MOVE 'N' TO fin-fichier.
           OPEN INPUT HISTORIQUE-CALCULS.
           IF statut-historique = "00"
               PERFORM sauter-entete-historique
               READ HISTORIQUE-CALCULS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               " premier=" grp-premier(g) " dernier=" grp-dernier(g)
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           WRITE LIGNE-ETAT.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-historique
           FICHIER-DESSIN BY HISTORIQUE-CALCULS.
