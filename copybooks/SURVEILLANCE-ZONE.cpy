      *>Liste de surveillance chargee en table (200). Au-dela,
      *>surveillance-tronquee interdit toute reecriture du fichier.
      *>Le programme fait aussi COPY SURVEILLANCE-FICHIER,
      *>SURVEILLANCE-FD et, en PROCEDURE DIVISION,
      *>SURVEILLANCE-CHARGE.
       77 statut-surveillance PIC X(02).
       77 fin-surveillance PIC X(01) VALUE 'N'.
       77 surveillance-tronquee PIC X(01) VALUE 'N'.
       77 nb-surveilles PIC 9(3) VALUE 0.
       77 sv PIC 9(3).
       77 surveille-trouve PIC 9(3) VALUE 0.
       77 nom-surveille-cherche PIC X(25).
       1 table-surveillance.
           2 surveille OCCURS 200.
               3 sur-t-nom PIC X(25).
               3 sur-t-motif PIC X(40).
               3 sur-t-date-ajout PIC 9(08).
               3 sur-t-ajoute-par PIC X(08).
               3 sur-t-date-revue PIC 9(08).
               3 sur-t-retire PIC X(01).
