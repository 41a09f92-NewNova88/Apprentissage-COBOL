      *>Lignes de commande chargees en table (2000). Au-dela,
      *>commandes-tronques interdit toute reecriture du fichier.
      *>dernier-numero-commande donne le plus grand numero lu. Le
      *>programme fait aussi COPY COMMANDE-FICHIER, COMMANDE-FD et, en
      *>PROCEDURE DIVISION, COMMANDE-CHARGE.
       77 statut-commandes PIC X(02).
       77 fin-commandes PIC X(01) VALUE 'N'.
       77 commandes-tronques PIC X(01) VALUE 'N'.
       77 nb-lignes-commandes PIC 9(4) VALUE 0.
       77 lc PIC 9(4).
       77 dernier-numero-commande PIC 9(06) VALUE 0.
       1 table-commandes.
           2 commande OCCURS 2000.
               3 cde-t-numero PIC 9(06).
               3 cde-t-ligne PIC 9(02).
               3 cde-t-date PIC 9(08).
               3 cde-t-fournisseur PIC X(08).
               3 cde-t-article PIC X(08).
               3 cde-t-quantite PIC 9(7)V99.
               3 cde-t-prix-achat PIC 9(7)V99.
               3 cde-t-etat PIC X(01).
                   88 COMMANDE-EN-COURS VALUE 'O'.
                   88 COMMANDE-RECUE VALUE 'R'.
               3 cde-t-recue PIC 9(7)V99.
               3 cde-t-date-reception PIC 9(08).
               3 cde-t-operateur PIC X(08).
               3 cde-t-date-prevue PIC 9(08).
