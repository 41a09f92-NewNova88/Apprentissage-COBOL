       *>journalisee par le meme programme, ou calculs dans
       *>l'historique un jour sans aucune activite enregistree par
       *>ailleurs. C'est le point de controle qu'un auditeur nous
       *>demandera. Chaque rapport porte son horodatage dans son nom
       *>et s'inscrit au catalogue des rapports, d'ou la diffusion le
       *>reprend pour le responsable.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditEquilibre.

           SELECT HISTORIQUE-CALCULS ASSIGN TO "CALCULSOMME-LOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-entree.
           SELECT FICHIER-AUDIT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       FD FICHIER-AUDIT.
       1 LIGNE-AUDIT PIC X(90).

       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       COPY PILOTAGE.
       77 statut-entree PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.

       *>Jour audite : saisi a l'ecran, vide = aujourd'hui.
       77 jour-audite PIC X(08) VALUE SPACES.
           2 PIC X(08) TO jour-audite.

       1 plage-fini.
           2 LINE 5 COL 1 VALUE 'Rapport genere : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 6 COL 1 VALUE 'Anomalies relevees : '.
           2 PIC zzzz9 FROM nb-anomalies.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "CALCULSOMME-LOG.DAT"
           ENTETE-ATTENDU BY entete-livre.
       *>En pilotage de nuit, pas d'ecran : le jour vient de la zone
       *>de pilotage (blanc = aujourd'hui).
       IF PILOTE-EN-COMMANDE
           MOVE 'N' TO fin-fichier.
           OPEN INPUT HISTORIQUE-CALCULS.
           IF statut-entree = "00"
               PERFORM sauter-entete-historique
               READ HISTORIQUE-CALCULS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
       *>Edition du rapport : les comptes croises par programme, puis
       *>les anomalies relevees.
       ecrire-audit.
           MOVE SPACES TO nom-rapport.
           STRING "RAPPORT-AUDIT-" FUNCTION CURRENT-DATE(1:14)
               ".DAT" DELIMITED BY SIZE INTO nom-rapport.
           OPEN OUTPUT FICHIER-AUDIT.
           MOVE SPACES TO LIGNE-AUDIT.
           STRING "Audit d'equilibre du " jour-audite
               DELIMITED BY SIZE INTO LIGNE-AUDIT.
           WRITE LIGNE-AUDIT.
           ADD 1 TO nb-lignes-rapport.
           PERFORM VARYING p FROM 1 BY 1 UNTIL p > nb-programmes
               MOVE SPACES TO LIGNE-AUDIT
               MOVE cpt-journal(p) TO compte-edit
               STRING " spool=" compte-edit
                   DELIMITED BY SIZE INTO LIGNE-AUDIT(41:)
               WRITE LIGNE-AUDIT
               ADD 1 TO nb-lignes-rapport
           END-PERFORM.
           MOVE SPACES TO LIGNE-AUDIT.
           MOVE nb-calculs TO compte-edit.
           STRING "Calculs CALCULSOMME du jour : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-AUDIT.
           WRITE LIGNE-AUDIT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-AUDIT.
           MOVE "--- Anomalies ---" TO LIGNE-AUDIT.
           WRITE LIGNE-AUDIT.
           ADD 1 TO nb-lignes-rapport.
           *>Anomalie 1 : un programme a spoule des resultats ce
           *>jour-la sans qu'aucune saisie du meme programme ne soit
           *>au journal (plantage probable entre OPEN et CLOSE, ou
                       " : resultats spoules sans saisie journalisee"
                       DELIMITED BY SIZE INTO LIGNE-AUDIT
                   WRITE LIGNE-AUDIT
                   ADD 1 TO nb-lignes-rapport
               END-IF
           END-PERFORM.
           *>Anomalie 2 : des calculs dans l'historique un jour sans
                   " activite enregistree ce jour"
                   DELIMITED BY SIZE INTO LIGNE-AUDIT
               WRITE LIGNE-AUDIT
               ADD 1 TO nb-lignes-rapport
           END-IF.
           IF nb-anomalies = 0
               MOVE SPACES TO LIGNE-AUDIT
               MOVE "Aucune anomalie." TO LIGNE-AUDIT
               WRITE LIGNE-AUDIT
               ADD 1 TO nb-lignes-rapport
           END-IF.
           CLOSE FICHIER-AUDIT.
           PERFORM cataloguer-rapport.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-historique
           FICHIER-DESSIN BY HISTORIQUE-CALCULS.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "AuditEquilibre"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.
