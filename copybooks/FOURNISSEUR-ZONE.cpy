      *>Fournisseurs charges en table (100). Au-dela,
      *>fournisseurs-tronques interdit toute reecriture du fichier.
      *>Le programme fait aussi COPY FOURNISSEUR-FICHIER,
      *>FOURNISSEUR-FD et, en PROCEDURE DIVISION, FOURNISSEUR-CHARGE.
       77 statut-fournisseurs PIC X(02).
       77 fin-fournisseurs PIC X(01) VALUE 'N'.
       77 fournisseurs-tronques PIC X(01) VALUE 'N'.
       77 nb-fournisseurs PIC 9(3) VALUE 0.
       77 fo PIC 9(3).
       77 fournisseur-trouve PIC 9(3) VALUE 0.
       77 code-fournisseur-cherche PIC X(08).
       1 table-fournisseurs.
           2 fournisseur OCCURS 100.
               3 fou-t-code PIC X(08).
               3 fou-t-nom PIC X(30).
               3 fou-t-adresse1 PIC X(30).
               3 fou-t-adresse2 PIC X(30).
               3 fou-t-telephone PIC X(15).
               3 fou-t-delai PIC 9(03).
               3 fou-t-etat PIC X(01).
                   88 FOURNISSEUR-ACTIF VALUE 'A'.
                   88 FOURNISSEUR-FERME VALUE 'F'.
