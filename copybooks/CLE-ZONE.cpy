      *>Cle de controle des numeros de badge, de ticket et
      *>d'etiquette : meme calcul que la cle des etiquettes et des
      *>bons cadeaux (ponderation 3-1-3-1-3-1, complement a la
      *>dizaine). La cle n'est jamais stockee dans les sequences :
      *>elle se recalcule du numero, s'imprime a sa suite
      *>(numero-cle-edite, nnnnnn-c) et se controle a la ressaisie.
       77 statut-cles PIC X(02).
       1 numero-cle PIC 9(06) VALUE 0.
       1 chiffres-cle REDEFINES numero-cle.
           2 chiffre-cle PIC 9 OCCURS 6.
       77 rang-chiffre-cle PIC 9.
       77 somme-ponderee-cle PIC 999.
       77 cle-numero PIC 9 VALUE 0.
       1 numero-cle-edite.
           2 nce-numero PIC 9(06).
           2 FILLER PIC X(01) VALUE '-'.
           2 nce-cle PIC 9(01).

      *>Controle d'une ressaisie (CLE-CALCUL) : numero-cle et
      *>cle-saisie (blanc = numero ancien, sans cle) en entree ; le
      *>verdict et son libelle en sortie. Un numero sans cle n'est
      *>accepte que jusqu'au dernier jour de la transition.
       77 cle-saisie PIC X(01) VALUE SPACE.
       77 verdict-cle PIC X(01) VALUE 'O'.
           88 CLE-ACCEPTEE VALUE 'O' 'S'.
           88 CLE-JUSTE VALUE 'O'.
           88 CLE-ABSENTE-ADMISE VALUE 'S'.
           88 CLE-FAUSSE VALUE 'F'.
           88 CLE-ABSENTE-REFUSEE VALUE 'T'.
       77 libelle-cle PIC X(60).
       77 transition-cles-lue PIC X(01) VALUE 'N'.
       77 fin-transition-cles PIC X(08) VALUE SPACES.
