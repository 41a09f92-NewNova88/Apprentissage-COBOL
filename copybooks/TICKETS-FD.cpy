      *>Ligne du fichier des tickets TICKETS.DAT, au dessin courant
      *>(entete-tickets de DESSIN-ZONE) : la premiere ligne du
      *>fichier est l'entete de dessin, que le lecteur saute
      *>(DESSIN-SAUT) et que l'ecrivain pose (DESSIN-POSE).
       FD FICHIER-TICKETS.
       1 LIGNE-TICKET.
           2 TIK-NUMERO PIC 9(06).
           2 FILLER PIC X(01).
           *>E = en-tete du ticket, L = ligne, T = total ; pour un
           *>remboursement, A = en-tete, R = ligne remboursee, T =
           *>total rembourse. B = part reglee par bon cadeau, P =
           *>promotion appliquee a la ligne qui la precede, D =
           *>montant remis en devise (code en zone article), C =
           *>vente en compte (code client en zone article, montant
           *>du en position 45).
           2 TIK-TYPE PIC X(01).
           2 FILLER PIC X(01).
           2 TIK-TEXTE PIC X(60).
           *>Lignes L : article vendu et quantite (blanc et 1 pour un
           *>montant libre ; blanc et 0 dans les anciens tickets).
           2 FILLER PIC X(01).
           2 TIK-ARTICLE PIC X(08).
           2 FILLER PIC X(01).
           2 TIK-QUANTITE PIC 9(5)V99.
           *>Lignes A, R et T d'un remboursement : numero du ticket
           *>d'origine. Lignes R : numero de la ligne d'origine
           *>remboursee ; lignes L : numero de la ligne dans le ticket.
           2 FILLER PIC X(01).
           2 TIK-REF-TICKET PIC 9(06).
           2 FILLER PIC X(01).
           2 TIK-NUM-LIGNE PIC 9(02).
