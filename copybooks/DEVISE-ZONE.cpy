      *>Cours des devises charges en table (30 generations). Au-dela,
      *>devises-tronquees interdit toute reecriture du fichier. Le
      *>programme fait aussi COPY DEVISE-FICHIER, DEVISE-FD et, en
      *>PROCEDURE DIVISION, DEVISE-CHARGE.
       77 statut-devises PIC X(02).
       77 fin-devises PIC X(01) VALUE 'N'.
       77 devises-tronquees PIC X(01) VALUE 'N'.
       77 nb-devises PIC 99 VALUE 0.
       77 dv PIC 99.
       77 devise-trouvee PIC 99 VALUE 0.
       77 code-devise-cherche PIC X(03).
      *>Jour auquel chercher le cours (AAAAMMJJ).
       77 jour-cours PIC 9(08).
       1 table-devises.
           2 devise OCCURS 30.
               3 dev-t-code PIC X(03).
               3 dev-t-cours PIC 9(4)V9(6).
               3 dev-t-libelle PIC X(20).
               3 dev-t-debut PIC 9(08).
               3 dev-t-fin PIC 9(08).
