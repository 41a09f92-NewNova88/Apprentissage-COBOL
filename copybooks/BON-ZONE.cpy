      *>Bons cadeaux charges en table (5000). Au-dela, bons-tronques
      *>interdit toute reecriture du registre. Le programme fait
      *>aussi COPY BON-FICHIER, BON-FD et, en PROCEDURE DIVISION,
      *>BON-CHARGE.
       77 statut-bons PIC X(02).
       77 fin-bons PIC X(01) VALUE 'N'.
       77 bons-tronques PIC X(01) VALUE 'N'.
       77 nb-bons PIC 9(4) VALUE 0.
       77 bn PIC 9(4).
       77 bon-trouve PIC 9(4) VALUE 0.
       77 bon-cherche PIC 9(06).
      *>Plus haut numero du registre : le bon suivant prend le
      *>numero au-dessus, sous le verrou du registre.
       77 dernier-bon PIC 9(06) VALUE 0.
      *>Un bon vaut un an ; le passif des bons en cours se tient au
      *>compte BONSCAD du grand livre.
       77 duree-validite-bon PIC 9(03) VALUE 365.
       77 compte-bons PIC X(08) VALUE "BONSCAD".
       1 table-bons.
           2 bon-cadeau OCCURS 5000.
               3 bon-t-numero PIC 9(06).
               3 bon-t-cle PIC 9(01).
               3 bon-t-montant PIC 9(5)V99.
               3 bon-t-solde PIC 9(5)V99.
               3 bon-t-emission PIC 9(08).
               3 bon-t-expiration PIC 9(08).
               3 bon-t-statut PIC X(01).
                   88 BON-ACTIF VALUE 'A'.
                   88 BON-UTILISE VALUE 'U'.
                   88 BON-EXPIRE VALUE 'E'.
               3 bon-t-utilisation PIC 9(08).
               3 bon-t-operateur PIC X(08).
      *>Cle de controle d'un numero de bon : meme calcul que la cle
      *>des etiquettes (ponderation 3-1-3-1-3-1, complement a la
      *>dizaine).
       1 numero-bon-cle PIC 9(06).
       1 chiffres-bon REDEFINES numero-bon-cle.
           2 chiffre-bon PIC 9 OCCURS 6.
       77 rang-chiffre-bon PIC 9.
       77 somme-ponderee-bon PIC 999.
       77 cle-bon PIC 9.
