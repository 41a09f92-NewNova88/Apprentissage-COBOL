      *>Clients en compte charges en table (100). Au-dela,
      *>clients-tronques interdit toute reecriture du fichier. Le
      *>programme fait aussi COPY CLIENT-FICHIER, CLIENT-FD et, en
      *>PROCEDURE DIVISION, CLIENT-CHARGE.
       77 statut-clients PIC X(02).
       77 fin-clients PIC X(01) VALUE 'N'.
       77 clients-tronques PIC X(01) VALUE 'N'.
       77 nb-clients PIC 9(3) VALUE 0.
       77 cl PIC 9(3).
       77 client-trouve PIC 9(3) VALUE 0.
       77 code-client-cherche PIC X(08).
       1 table-clients.
           2 client OCCURS 100.
               3 cli-t-code PIC X(08).
               3 cli-t-nom PIC X(30).
               3 cli-t-adresse1 PIC X(30).
               3 cli-t-adresse2 PIC X(30).
               3 cli-t-plafond PIC 9(7)V99.
               3 cli-t-delai PIC 9(03).
               3 cli-t-etat PIC X(01).
                   88 CLIENT-ACTIF VALUE 'A'.
                   88 CLIENT-FERME VALUE 'F'.
