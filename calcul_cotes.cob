       1 LIGNE-ECHELLE PIC X(60).

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       77 statut-classement PIC X(02).
       77 statut-joueurs PIC X(02).
       77 statut-saisons PIC X(02).
           GOBACK
       END-IF.
       PERFORM dresser-liste-rejeu.
       *>Chaque fichier rejoue (archives comprises) doit etre au
       *>dessin courant avant que la premiere cote ne bouge.
       PERFORM VARYING fr FROM 1 BY 1
               UNTIL fr > nb-fichiers-rejeu
           COPY DESSIN-VERIFICATION
               REPLACING NOM-FICHIER-DESSIN BY fichier-de-rejeu(fr)
               ENTETE-ATTENDU BY entete-classement.
       END-PERFORM.
       PERFORM VARYING fr FROM 1 BY 1
               UNTIL fr > nb-fichiers-rejeu
           MOVE fichier-de-rejeu(fr) TO nom-classement
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-CLASSEMENT.
           IF statut-classement = "00"
               PERFORM sauter-entete-classement
               READ FICHIER-CLASSEMENT
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               WRITE LIGNE-ECHELLE
           END-PERFORM.
           CLOSE FICHIER-ECHELLE.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-classement
           FICHIER-DESSIN BY FICHIER-CLASSEMENT.
