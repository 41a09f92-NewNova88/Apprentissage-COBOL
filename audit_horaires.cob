       *>MaintenanceCalendrier), avec les valeurs par defaut du
       *>magasin si le calendrier n'existe pas encore ; tout
       *>mouvement hors plage sort par date, heure et programme.
       *>Chaque rapport porte son horodatage dans son nom et
       *>s'inscrit au catalogue des rapports, d'ou la diffusion le
       *>reprend pour le responsable.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditHoraires.

           SELECT HISTORIQUE-CALCULS ASSIGN TO "CALCULSOMME-LOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-entree.
           SELECT FICHIER-AUDIT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       FD FICHIER-AUDIT.
       1 LIGNE-AUDIT PIC X(80).

       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       77 statut-entree PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.

       COPY CALENDRIER-ZONE.

       SCREEN SECTION.
       1 plage-fini.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Audit : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 2 COL 1 VALUE 'Mouvements controles : '.
           2 PIC zzzzz9 FROM nb-controles.
           2 LINE 3 COL 1 VALUE 'Hors horaires : '.
           2 PIC zzzzz9 FROM nb-suspects.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "CALCULSOMME-LOG.DAT"
           ENTETE-ATTENDU BY entete-livre.
       PERFORM charger-calendrier.
       MOVE SPACES TO nom-rapport.
       STRING "RAPPORT-HORAIRES-" FUNCTION CURRENT-DATE(1:14)
           ".DAT" DELIMITED BY SIZE INTO nom-rapport.
       OPEN OUTPUT FICHIER-AUDIT.
       MOVE SPACES TO LIGNE-AUDIT.
       MOVE "Activite hors horaires d'ouverture" TO LIGNE-AUDIT.
       WRITE LIGNE-AUDIT.
       ADD 1 TO nb-lignes-rapport.

       PERFORM auditer-journal.
       PERFORM auditer-spool.
           MOVE SPACES TO LIGNE-AUDIT
           MOVE "Aucun mouvement hors horaires." TO LIGNE-AUDIT
           WRITE LIGNE-AUDIT
           ADD 1 TO nb-lignes-rapport
       END-IF.
       CLOSE FICHIER-AUDIT.
       PERFORM cataloguer-rapport.
       DISPLAY plage-fini.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis MenuPrincipal.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT HISTORIQUE-CALCULS.
           IF statut-entree = "00"
               PERFORM sauter-entete-historique
               READ HISTORIQUE-CALCULS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
                   origine-controle " " motif-suspect
                   DELIMITED BY SIZE INTO LIGNE-AUDIT
               WRITE LIGNE-AUDIT
               ADD 1 TO nb-lignes-rapport
           END-IF.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-historique
           FICHIER-DESSIN BY HISTORIQUE-CALCULS.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "AuditHoraires"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.
