               3 ETU-DATE PIC 9(08).
               3 ETU-RANG PIC 99.
           2 ETU-NOTE PIC 99V99.
           *>Type de note : blanc = ordinaire, R = rattrapage.
           2 ETU-TYPE PIC X(01).
               88 ETU-RATTRAPAGE VALUE 'R'.

       FD FICHIER-CATALOGUE-LU.
       1 LIGNE-CATALOGUE-LU.
       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       77 statut-entree PIC X(02).
       77 statut-cible PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           2 PIC zzzz9 FROM nb-orphelins.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "CLASSEMENT.DAT"
           ENTETE-ATTENDU BY entete-classement.
       MOVE SPACES TO nom-rapport.
       STRING "RAPPORT-REFERENTIEL-" FUNCTION CURRENT-DATE(1:14)
           ".DAT" DELIMITED BY SIZE INTO nom-rapport.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-CLASSEMENT.
           IF statut-entree = "00"
               *>La ligne 1 est l'entete de dessin.
               PERFORM sauter-entete-classement
               MOVE 1 TO numero-ligne
               READ FICHIER-CLASSEMENT
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
           NOM-PROGRAMME-CAT BY "AuditReferentiel"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-classement
           FICHIER-DESSIN BY FICHIER-CLASSEMENT.
