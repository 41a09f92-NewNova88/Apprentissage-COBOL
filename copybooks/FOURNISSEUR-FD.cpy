      *>Fournisseur : code, raison sociale et adresse portees sur les
      *>bons de commande, telephone, delai de livraison habituel en
      *>jours et etat (A actif, F ferme : plus de commande, les
      *>receptions des commandes en cours restent admises).
       FD FICHIER-FOURNISSEURS.
       1 LIGNE-FOURNISSEUR.
           2 FOU-CODE PIC X(08).
           2 FILLER PIC X(01).
           2 FOU-NOM PIC X(30).
           2 FILLER PIC X(01).
           2 FOU-ADRESSE1 PIC X(30).
           2 FILLER PIC X(01).
           2 FOU-ADRESSE2 PIC X(30).
           2 FILLER PIC X(01).
           2 FOU-TELEPHONE PIC X(15).
           2 FILLER PIC X(01).
           2 FOU-DELAI PIC 9(03).
           2 FILLER PIC X(01).
           2 FOU-ETAT PIC X(01).
