      *>Lexique charge en table (500 mots, tenus dans l'ordre
      *>alphabetique). Au-dela, lexique-tronque interdit toute
      *>reecriture du fichier.
       77 statut-lexique PIC X(02).
       77 fin-lexique PIC X(01) VALUE 'N'.
       77 lexique-tronque PIC X(01) VALUE 'N'.
       77 nb-lexique PIC 9(3) VALUE 0.
       77 lx PIC 9(3).
       77 rang-lexique PIC 9(3) VALUE 0.
       77 mot-lexique-cherche PIC X(20).
       77 place-lexique PIC X(01).
       1 table-lexique.
           2 lex-t-mot PIC X(20) OCCURS 500.

      *>Controle d'une designation (LEXIQUE-CONTROLE) : la
      *>designation a controler, le verdict, le premier mot refuse
      *>et les mots approuves les plus proches (au plus trois, a
      *>trois lettres d'ecart au plus).
       77 designation-controlee PIC X(90).
       77 verdict-lexique PIC X(01) VALUE 'O'.
           88 DESIGNATION-APPROUVEE VALUE 'O'.
       77 mot-hors-lexique PIC X(20).
       77 suggestions-lexique PIC X(66).
       77 pointeur-lexique PIC 9(3).
       77 mot-lu-lexique PIC X(20).
       77 nb-chiffres-lexique PIC 9(3).
       1 plus-proches.
           2 proche OCCURS 3.
               3 proche-mot PIC X(20).
               3 proche-distance PIC 99.
       77 pr PIC 9.
       77 pointeur-suggestions PIC 99.

      *>Distance d'edition (lettres a ajouter, retirer ou changer
      *>pour passer d'un mot a l'autre), calculee ligne a ligne dans
      *>une grille de 21 sur 21.
       77 distance-lexique PIC 99.
       77 long-refuse PIC 99.
       77 long-approuve PIC 99.
       77 di PIC 99.
       77 dj PIC 99.
       77 cout-lettre PIC 9.
       77 par-retrait PIC 99.
       77 par-ajout PIC 99.
       77 par-echange PIC 99.
       1 grille-distances.
           2 grille-ligne OCCURS 21.
               3 grille-case PIC 99 OCCURS 21.
