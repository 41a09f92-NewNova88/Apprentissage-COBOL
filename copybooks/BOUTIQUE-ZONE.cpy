      *>Code de la boutique, charge par charger-boutique (COPY
      *>BOUTIQUE-CHARGE en PROCEDURE DIVISION) ; MAGASIN01 tant que
      *>BOUTIQUE.DAT n'existe pas.
       77 statut-boutique PIC X(02).
       77 code-boutique PIC X(09) VALUE "MAGASIN01".
