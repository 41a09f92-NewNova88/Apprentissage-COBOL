      *>Bareme des frais scolaires charge en table (200 lignes
      *>classe + periode). Au-dela, frais-tronques interdit la
      *>reecriture du fichier. Le programme fait aussi COPY
      *>FRAIS-FICHIER, FRAIS-FD et, en PROCEDURE DIVISION,
      *>FRAIS-CHARGE.
       77 statut-frais PIC X(02).
       77 fin-frais PIC X(01) VALUE 'N'.
       77 frais-tronques PIC X(01) VALUE 'N'.
       77 nb-frais PIC 9(3) VALUE 0.
       77 fr PIC 9(3).
       1 table-frais.
           2 frais-classe OCCURS 200.
               3 frs-t-classe PIC X(03).
               3 frs-t-terme PIC X(02).
               3 frs-t-cantine PIC 9(5)V99.
               3 frs-t-atelier PIC 9(5)V99.
       *>Ligne cherchee par chercher-frais (0 = pas de tarif).
       77 classe-frais-cherchee PIC X(03).
       77 terme-frais-cherche PIC X(02).
       77 frais-trouve PIC 9(3) VALUE 0.
