      *>Factures des frais scolaires chargees en table (3000), avec
      *>pour chacune ce que la famille en a deja paye. Au-dela,
      *>factures-tronquees : le programme refuse alors de facturer
      *>ou d'encaisser (il ne verrait pas tout ce qui est du). Le
      *>programme fait aussi COPY FACTURE-FICHIER, FACTURE-FD et, en
      *>PROCEDURE DIVISION, FACTURE-CHARGE.
       77 statut-factures PIC X(02).
       77 fin-factures PIC X(01) VALUE 'N'.
       77 factures-tronquees PIC X(01) VALUE 'N'.
       77 nb-factures PIC 9(4) VALUE 0.
       77 fa PIC 9(4).
       *>Paiements dont la facture n'est pas dans la table.
       77 nb-paiements-orphelins PIC 9(4) VALUE 0.
       1 table-factures.
           2 facture OCCURS 3000.
               3 fct-numero PIC 9(06).
               3 fct-date PIC 9(08).
               3 fct-eleve PIC X(05).
               3 fct-classe PIC X(03).
               3 fct-annee PIC X(09).
               3 fct-terme PIC X(02).
               3 fct-montant PIC 9(7)V99.
               3 fct-paye PIC 9(7)V99.
               3 fct-responsable PIC X(30).
       *>Facture cherchee par chercher-facture (0 = inconnue).
       77 numero-facture-cherche PIC 9(06).
       77 facture-trouvee PIC 9(4) VALUE 0.
