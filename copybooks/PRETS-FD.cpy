      *>Deux sortes de lignes, distinguees par le premier caractere.
      *>O = objet pretable : code, libelle, A = actif ou R = retire
      *>(garde pour l'historique de ses prets).
      *>P = pret : objet, emprunteur (genre B = badge visiteur, son
      *>numero et le nom du visiteur ; genre O = identifiant
      *>operateur), sortie, retour prevu AAAAMMJJHHMM, retour
      *>effectif (blanc tant que l'objet est dehors) et operateur
      *>qui a prete.
       FD FICHIER-PRETS.
       1 LIGNE-OBJET.
           2 OBJ-TYPE PIC X(01).
           2 FILLER PIC X(01).
           2 OBJ-CODE PIC X(08).
           2 FILLER PIC X(01).
           2 OBJ-LIBELLE PIC X(30).
           2 FILLER PIC X(01).
           2 OBJ-ETAT PIC X(01).
       1 LIGNE-PRET.
           2 PRT-TYPE PIC X(01).
           2 FILLER PIC X(01).
           2 PRT-OBJET PIC X(08).
           2 FILLER PIC X(01).
           2 PRT-GENRE PIC X(01).
           2 FILLER PIC X(01).
           2 PRT-EMPRUNTEUR PIC X(08).
           2 FILLER PIC X(01).
           2 PRT-NOM PIC X(25).
           2 FILLER PIC X(01).
           2 PRT-SORTIE PIC X(14).
           2 FILLER PIC X(01).
           2 PRT-PREVU PIC X(12).
           2 FILLER PIC X(01).
           2 PRT-RETOUR PIC X(14).
           2 FILLER PIC X(01).
           2 PRT-PRETEUR PIC X(08).
