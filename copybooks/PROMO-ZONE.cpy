      *>Promotions chargees en table (200). Au-dela,
      *>promotions-tronquees interdit toute reecriture du fichier.
      *>Le programme fait aussi COPY PROMO-FICHIER, PROMO-FD et, en
      *>PROCEDURE DIVISION, PROMO-CHARGE.
       77 statut-promotions PIC X(02).
       77 fin-promotions PIC X(01) VALUE 'N'.
       77 promotions-tronquees PIC X(01) VALUE 'N'.
       77 nb-promotions PIC 9(3) VALUE 0.
       77 pm PIC 9(3).
       77 promotion-trouvee PIC 9(3) VALUE 0.
       77 code-promotion-cherche PIC X(06).
       1 table-promotions.
           2 promotion OCCURS 200.
               3 prm-t-code PIC X(06).
               3 prm-t-article PIC X(08).
               3 prm-t-code-tva PIC X(02).
               3 prm-t-nature PIC X(01).
                   88 PROMOTION-REMISE VALUE 'R'.
                   88 PROMOTION-PRIX VALUE 'P'.
               3 prm-t-valeur PIC 9(7)V99.
               3 prm-t-debut PIC 9(08).
               3 prm-t-fin PIC 9(08).
               3 prm-t-libelle PIC X(30).
