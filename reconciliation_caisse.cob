       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY JOURNAL-ETAT.
           2 VALUE ' au-dela du seuil.'.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "CALCULSOMME-LOG.DAT"
           ENTETE-ATTENDU BY entete-livre.
       MOVE FUNCTION CURRENT-DATE(1:8) TO jour-caisse.
       PERFORM charger-seuil.
       PERFORM reprendre-comptage.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT HISTORIQUE-CALCULS.
           IF statut-entree = "00"
               PERFORM sauter-entete-historique
               READ HISTORIQUE-CALCULS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
           REPLACING NOM-PARAGRAPHE BY journaliser-ecart
           NOM-PROGRAMME-JRN BY "ReconcilCaisse"
           VALEUR-SAISIE BY valeur-journal.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-historique
           FICHIER-DESSIN BY HISTORIQUE-CALCULS.
