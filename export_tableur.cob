               3 ETU-DATE PIC 9(08).
               3 ETU-RANG PIC 99.
           2 ETU-NOTE PIC 99V99.
           *>Type de note : blanc = ordinaire, R = rattrapage.
           2 ETU-TYPE PIC X(01).
               88 ETU-RATTRAPAGE VALUE 'R'.

       FD FICHIER-CLASSEMENT.
       1 LIGNE-CLASSEMENT.
       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       77 statut-entree PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.
       77 montant-net PIC S9(11)V99.
       77 montant-csv PIC -(10)9.99.
       77 note-csv PIC Z9.99.
       77 rattrapage-csv PIC X(01).

       77 nb-exportees PIC 9(6) VALUE 0.
       77 nom-export PIC X(40).
       *>pour que le tableur du comptable lise des nombres et non
       *>des surfrappes.
       exporter-livre.
           COPY DESSIN-VERIFICATION
               REPLACING NOM-FICHIER-DESSIN BY "CALCULSOMME-LOG.DAT"
               ENTETE-ATTENDU BY entete-livre.
           DISPLAY plage-saisie-dates.
           ACCEPT plage-saisie-dates.
           MOVE SPACES TO nom-export.
           ADD 1 TO nb-lignes-rapport.
           OPEN INPUT HISTORIQUE-CALCULS.
           IF statut-entree = "00"
               PERFORM sauter-entete-historique
               READ HISTORIQUE-CALCULS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               ".CSV" DELIMITED BY SIZE INTO nom-export.
           OPEN OUTPUT FICHIER-EXPORT.
           MOVE SPACES TO LIGNE-EXPORT.
           MOVE "ID;CLASSE;MATIERE;DATE;RANG;NOTE;RATTRAPAGE"
               TO LIGNE-EXPORT.
           WRITE LIGNE-EXPORT.
           ADD 1 TO nb-lignes-rapport.

       ecrire-ligne-etudiant.
           MOVE ETU-NOTE TO note-csv.
           IF ETU-RATTRAPAGE
               MOVE 'O' TO rattrapage-csv
           ELSE
               MOVE 'N' TO rattrapage-csv
           END-IF.
           MOVE SPACES TO LIGNE-EXPORT.
           STRING FUNCTION TRIM(ETU-ID) ";"
               FUNCTION TRIM(ETU-CLASSE) ";"
               FUNCTION TRIM(ETU-MATIERE) ";"
               ETU-DATE ";" ETU-RANG ";"
               FUNCTION TRIM(note-csv) ";" rattrapage-csv
               DELIMITED BY SIZE INTO LIGNE-EXPORT.
           WRITE LIGNE-EXPORT.
           ADD 1 TO nb-exportees.

       *>Classement du concours, filtrable par plage de dates.
       exporter-classement.
           COPY DESSIN-VERIFICATION
               REPLACING NOM-FICHIER-DESSIN BY "CLASSEMENT.DAT"
               ENTETE-ATTENDU BY entete-classement.
           DISPLAY plage-saisie-dates.
           ACCEPT plage-saisie-dates.
           MOVE SPACES TO nom-export.
           ADD 1 TO nb-lignes-rapport.
           OPEN INPUT FICHIER-CLASSEMENT.
           IF statut-entree = "00"
               PERFORM sauter-entete-classement
               READ FICHIER-CLASSEMENT
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
           NOM-PROGRAMME-CAT BY "ExportTableur"
           NOM-FICHIER-CAT BY nom-export
           NB-LIGNES-CAT BY nb-lignes-rapport.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-historique
           FICHIER-DESSIN BY HISTORIQUE-CALCULS.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-classement
           FICHIER-DESSIN BY FICHIER-CLASSEMENT.
