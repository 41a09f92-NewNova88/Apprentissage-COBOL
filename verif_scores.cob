       *>RANDOM(graine) * borneMax + 1, la borne venant du niveau
       *>enregistre), signale toute ligne dont le nombre enregistre ne
       *>correspond pas a la graine, et imprime un rapport de litige
       *>filtrable par joueur et par date. Les parties recues de
       *>l'autre boutique par la valise de transfert
       *>(LIGUE-CLASSEMENT-<boutique>.DAT) s'auditent de meme avant
       *>d'entrer dans la ligue inter-boutiques ; la regle de rejeu
       *>est partagee avec LigueBoutiques (SCORE-REJEU).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerifScores.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-CLASSEMENT ASSIGN USING nom-classement
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-classement.
           SELECT FICHIER-VERIF ASSIGN TO "RAPPORT-VERIF-SCORES.DAT"
       1 LIGNE-VERIF PIC X(90).

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       77 statut-classement PIC X(02).
       *>Boutique dont on audite les parties recues : vide = les
       *>parties de la boutique (CLASSEMENT.DAT).
       77 boutique-auditee PIC X(09) VALUE SPACES.
       77 nom-classement PIC X(30).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-SCORES VALUE 'O'.

           2 LINE 4 COL 1 VALUE
               'Date AAAAMMJJ (vide = toutes)   : '.
           2 PIC X(08) TO filtre-date.
           2 LINE 5 COL 1 VALUE
               'Parties recues de (vide = ici)  : '.
           2 PIC X(09) TO boutique-auditee.

       1 plage-fini.
           2 LINE 6 COL 1 VALUE
       PROCEDURE DIVISION.
       DISPLAY plage-filtres.
       ACCEPT plage-filtres.
       IF boutique-auditee = SPACES
           MOVE "CLASSEMENT.DAT" TO nom-classement
       ELSE
           MOVE FUNCTION UPPER-CASE(boutique-auditee)
               TO boutique-auditee
           MOVE SPACES TO nom-classement
           STRING "LIGUE-CLASSEMENT-" boutique-auditee
               DELIMITED BY SPACE ".DAT" DELIMITED BY SIZE
               INTO nom-classement
       END-IF.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY nom-classement
           ENTETE-ATTENDU BY entete-classement.

       OPEN OUTPUT FICHIER-VERIF.
       MOVE SPACES TO LIGNE-VERIF.
       MOVE "Audit des scores : rejeu du tirage depuis la graine"
           TO LIGNE-VERIF.
       WRITE LIGNE-VERIF.
       MOVE SPACES TO LIGNE-VERIF.
       STRING "Parties lues dans " nom-classement
           DELIMITED BY SIZE INTO LIGNE-VERIF.
       WRITE LIGNE-VERIF.

       OPEN INPUT FICHIER-CLASSEMENT.
       IF statut-classement = "00"
           PERFORM sauter-entete-classement
           READ FICHIER-CLASSEMENT
               AT END SET PLUS-DE-SCORES TO TRUE
           END-READ
       *>retrouver la borne du tirage : elles sont inverifiables.
       verifier-ligne.
           ADD 1 TO nb-verifiees.
           COPY SCORE-REJEU
               REPLACING NIVEAU-R BY CLS-NIVEAU
               GRAINE-R BY CLS-SEED
               TIRAGE-R BY CLS-NBALEATOIRE
               BORNE-R BY borneMax
               REJOUE-R BY nb-rejoue
               VERDICT-R BY verdict.
           EVALUATE verdict
               WHEN "INVERIFIABLE"
                   ADD 1 TO nb-inverifiables
               WHEN "ECART"
                   ADD 1 TO nb-ecarts
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE SPACES TO LIGNE-VERIF.
           STRING CLS-DATE " " CLS-JOUEUR " graine=" CLS-SEED
               " enregistre=" CLS-NBALEATOIRE
               " rejoue=" nb-rejoue " " verdict
               DELIMITED BY SIZE INTO LIGNE-VERIF.
           WRITE LIGNE-VERIF.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-classement
           FICHIER-DESSIN BY FICHIER-CLASSEMENT.
