      *>Saut de l'entete de dessin juste apres l'OPEN INPUT d'un
      *>fichier partage, avant la premiere lecture de donnees (le
      *>dessin a ete controle au demarrage). Un fichier vide est
      *>rouvert, pour que la lecture suivante tombe proprement sur
      *>sa fin. NOM-PARAGRAPHE et FICHIER-DESSIN sont fournis par
      *>REPLACING a chaque COPY.
       NOM-PARAGRAPHE.
           READ FICHIER-DESSIN
               AT END
                   CLOSE FICHIER-DESSIN
                   OPEN INPUT FICHIER-DESSIN
           END-READ.
