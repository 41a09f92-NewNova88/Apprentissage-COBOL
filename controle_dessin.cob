      *>Controle de l'entete de dessin d'un fichier partage (voir
      *>DESSIN-ZONE) : les ajouts de champs en queue de ligne
      *>(HIST-COMPTE a l'historique, le badge aux contacts, le
      *>niveau et l'issue au classement) obligeaient chaque lecteur
      *>a deviner les vieilles lignes courtes, et un fichier
      *>restaure d'une ancienne sauvegarde se lisait au mauvais
      *>dessin sans que rien ne proteste. CALLe au demarrage de
      *>chaque programme qui ouvre l'un de ces fichiers, comme
      *>compiler.sh controle la version de CALCULSOMME.so avant de
      *>lier quoi que ce soit : la premiere ligne doit etre l'entete
      *>attendu. Un fichier absent ou vide passe (le premier
      *>ecrivain posera l'entete). Sinon l'ecran dit quel fichier,
      *>quel dessin trouve, lequel attendu et quoi faire, et
      *>l'appelant s'arrete. En mode pilote rien ne s'affiche : le
      *>verdict du job passe en ECARTS pour le journal de nuit. En
      *>mode silencieux (VerifFichiers, ConversionDessins) le
      *>resultat et l'entete trouve sont seulement rendus.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControleDessin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHIER-CONTROLE
               ASSIGN USING nom-fichier-controle
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-controle.

       DATA DIVISION.
       FILE SECTION.
       FD FICHIER-CONTROLE.
       1 LIGNE-CONTROLE.
           2 CTL-MARQUE PIC X(08).
           2 CTL-FICHIER PIC X(30).
           2 CTL-LETTRE PIC X(01).
           2 CTL-VERSION PIC 9(02).
           2 FILLER PIC X(159).

       WORKING-STORAGE SECTION.
       COPY PILOTAGE.
       77 statut-controle PIC X(02).
       77 nom-fichier-controle PIC X(30).
       77 dessin-attendu-edit PIC X(40).
       77 dessin-trouve-edit PIC X(40).
       77 conseil-1 PIC X(60).
       77 conseil-2 PIC X(60).
       77 touche PIC X(01).

       LINKAGE SECTION.
       *>Meme dessin que demande-dessin (DESSIN-ZONE).
       1 demande-controle.
           2 dmd-fichier PIC X(30).
           2 dmd-entete.
               3 dmd-marque PIC X(08).
               3 dmd-dessin PIC X(30).
               3 dmd-lettre PIC X(01).
               3 dmd-version PIC 9(02).
           2 dmd-silence PIC X(01).
           2 dmd-resultat PIC X(01).
           2 dmd-trouve.
               3 dmt-marque PIC X(08).
               3 dmt-dessin PIC X(30).
               3 dmt-lettre PIC X(01).
               3 dmt-version PIC X(02).

       SCREEN SECTION.
       1 plage-dessin.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Dessin de fichier inattendu : programme arrete'.
           2 LINE 3 COL 1 VALUE 'Fichier        : '.
           2 PIC X(30) FROM nom-fichier-controle.
           2 LINE 4 COL 1 VALUE 'Dessin attendu : '.
           2 PIC X(40) FROM dessin-attendu-edit.
           2 LINE 5 COL 1 VALUE 'Dessin trouve  : '.
           2 PIC X(40) FROM dessin-trouve-edit.
           2 LINE 7 COL 1 PIC X(60) FROM conseil-1.
           2 LINE 8 COL 1 PIC X(60) FROM conseil-2.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION USING demande-controle.
       MOVE dmd-fichier TO nom-fichier-controle.
       MOVE SPACES TO dmd-trouve.
       MOVE 'V' TO dmd-resultat.
       OPEN INPUT FICHIER-CONTROLE.
       IF statut-controle(1:1) = "0"
           IF statut-controle = "00"
               READ FICHIER-CONTROLE
                   NOT AT END PERFORM juger-entete
               END-READ
           END-IF
           CLOSE FICHIER-CONTROLE
       END-IF.
       IF dmd-resultat NOT = 'O' AND dmd-resultat NOT = 'V'
               AND dmd-silence NOT = 'O'
           IF PILOTE-EN-COMMANDE
               SET PILOTE-ECARTS TO TRUE
           ELSE
               PERFORM preparer-ecran
               DISPLAY plage-dessin
               DISPLAY plage-pause
               ACCEPT plage-pause
           END-IF
       END-IF.
       *>GOBACK (et non STOP RUN) : appele par chaque programme qui
       *>ouvre un fichier partage.
       GOBACK.

       *>La premiere ligne face a l'entete attendu.
       juger-entete.
           EVALUATE TRUE
               WHEN CTL-MARQUE NOT = dmd-marque
                   MOVE 'A' TO dmd-resultat
               WHEN CTL-FICHIER NOT = dmd-dessin
                       OR CTL-LETTRE NOT = dmd-lettre
                       OR CTL-VERSION IS NOT NUMERIC
                   MOVE 'F' TO dmd-resultat
                   MOVE LIGNE-CONTROLE(1:41) TO dmd-trouve
               WHEN CTL-VERSION = dmd-version
                   MOVE 'O' TO dmd-resultat
                   MOVE LIGNE-CONTROLE(1:41) TO dmd-trouve
               WHEN CTL-VERSION < dmd-version
                   MOVE 'P' TO dmd-resultat
                   MOVE LIGNE-CONTROLE(1:41) TO dmd-trouve
               WHEN OTHER
                   MOVE 'R' TO dmd-resultat
                   MOVE LIGNE-CONTROLE(1:41) TO dmd-trouve
           END-EVALUATE.

       preparer-ecran.
           MOVE SPACES TO dessin-attendu-edit dessin-trouve-edit.
           STRING dmd-dessin DELIMITED BY SPACE
               " " dmd-lettre dmd-version DELIMITED BY SIZE
               INTO dessin-attendu-edit.
           IF dmd-resultat = 'A'
               MOVE "aucun entete (dessin d'avant les entetes)"
                   TO dessin-trouve-edit
           ELSE
               STRING dmt-dessin DELIMITED BY SPACE
                   " " dmt-lettre dmt-version DELIMITED BY SIZE
                   INTO dessin-trouve-edit
           END-IF.
           EVALUATE dmd-resultat
               WHEN 'R'
                   MOVE "Fichier plus recent que ce programme :"
                       TO conseil-1
                   MOVE "programme perime, a recompiler." TO conseil-2
               WHEN 'F'
                   MOVE "Ce n'est pas le fichier attendu (copie ou"
                       TO conseil-1
                   MOVE "restauration erronee) : remettre le bon."
                       TO conseil-2
               WHEN OTHER
                   MOVE "Mettre le fichier au dessin courant :"
                       TO conseil-1
                   MOVE "Conversion des dessins (outils 42, 1)."
                       TO conseil-2
           END-EVALUATE.
