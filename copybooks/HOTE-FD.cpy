      *>Ligne du fichier maitre des operateurs : seul l'identifiant
      *>sert au controle de l'hote (meme dessin que dans
      *>MenuPrincipal).
       FD FICHIER-HOTES.
       1 LIGNE-HOTE.
           2 HOT-ID PIC X(08).
           2 FILLER PIC X(36).
