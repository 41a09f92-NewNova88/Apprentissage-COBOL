      *>Pose de l'entete de dessin avant un OPEN EXTEND sur un
      *>fichier partage : un fichier absent ou vide recoit d'abord
      *>son entete, un fichier deja garni n'est pas touche (son
      *>dessin a ete controle au demarrage). NOM-PARAGRAPHE,
      *>FICHIER-DESSIN, LIGNE-DESSIN, STATUT-DESSIN et ENTETE-DESSIN
      *>sont fournis par REPLACING a chaque COPY.
       NOM-PARAGRAPHE.
           MOVE 'O' TO entete-a-poser.
           OPEN INPUT FICHIER-DESSIN.
           IF STATUT-DESSIN(1:1) = "0"
               IF STATUT-DESSIN = "00"
                   READ FICHIER-DESSIN
                       NOT AT END MOVE 'N' TO entete-a-poser
                   END-READ
               END-IF
               CLOSE FICHIER-DESSIN
           END-IF.
           IF entete-a-poser = 'O'
               OPEN OUTPUT FICHIER-DESSIN
               MOVE SPACES TO LIGNE-DESSIN
               MOVE ENTETE-DESSIN TO LIGNE-DESSIN
               WRITE LIGNE-DESSIN
               CLOSE FICHIER-DESSIN
           END-IF.
