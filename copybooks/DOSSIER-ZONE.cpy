      *>Dossiers des exceptions charges en table (2000). Au-dela,
      *>dossiers-tronques interdit toute reecriture du fichier. Le
      *>programme fait aussi COPY DOSSIER-FICHIER, DOSSIER-FD et, en
      *>PROCEDURE DIVISION, DOSSIER-CHARGE.
       77 statut-dossiers PIC X(02).
       77 fin-dossiers PIC X(01) VALUE 'N'.
       77 dossiers-tronques PIC X(01) VALUE 'N'.
       77 nb-dossiers PIC 9(4) VALUE 0.
       77 ds PIC 9(4).
       77 dossier-trouve PIC 9(4) VALUE 0.
       77 ref-dossier-cherche PIC X(08).
       1 table-dossiers.
           2 dossier OCCURS 2000.
               3 dst-ref PIC X(08).
               3 dst-type PIC X(02).
               3 dst-date-trx PIC 9(08).
               3 dst-montant PIC S9(7)V99.
               3 dst-statut PIC X(01).
                   88 DOSSIER-OUVERT VALUE 'O'.
                   88 DOSSIER-EN-EXAMEN VALUE 'E'.
                   88 DOSSIER-RESOLU VALUE 'R'.
               3 dst-operateur PIC X(08).
               3 dst-ouverture PIC 9(08).
               3 dst-changement PIC 9(08).
               3 dst-resolution PIC 9(08).
               3 dst-note PIC X(40).
               3 dst-vu PIC 9(08).
               3 dst-nb-vus PIC 9(04).
