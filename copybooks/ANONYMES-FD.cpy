      *>Une correspondance par ligne : le nom d'origine, puis son
      *>jeton. Apres un effacement a la demande, le nom d'origine
      *>cede la place au jeton lui-meme (la ligne reste, pour que le
      *>numero du jeton ne soit jamais redonne).
       FD FICHIER-ANONYMES.
       1 LIGNE-ANONYME.
           2 ANO-NOM PIC X(25).
           2 FILLER PIC X(01).
           2 ANO-TOKEN PIC X(25).
