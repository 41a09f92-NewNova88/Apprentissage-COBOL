      *>Client en compte : code, raison sociale et adresse des
      *>lettres de relance, plafond d'encours (0 = sans plafond),
      *>delai de paiement accorde en jours et etat (A actif, F ferme :
      *>plus de vente en compte, les reglements restent admis).
       FD FICHIER-CLIENTS.
       1 LIGNE-CLIENT.
           2 CLI-CODE PIC X(08).
           2 FILLER PIC X(01).
           2 CLI-NOM PIC X(30).
           2 FILLER PIC X(01).
           2 CLI-ADRESSE1 PIC X(30).
           2 FILLER PIC X(01).
           2 CLI-ADRESSE2 PIC X(30).
           2 FILLER PIC X(01).
           2 CLI-PLAFOND PIC 9(7)V99.
           2 FILLER PIC X(01).
           2 CLI-DELAI PIC 9(03).
           2 FILLER PIC X(01).
           2 CLI-ETAT PIC X(01).
