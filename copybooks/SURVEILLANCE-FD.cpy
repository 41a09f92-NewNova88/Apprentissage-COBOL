      *>Personne surveillee : nom tel que tape a l'accueil, motif,
      *>date d'inscription et operateur qui l'a inscrite, date a
      *>laquelle l'inscription doit etre revue (prolongee ou
      *>retiree).
       FD FICHIER-SURVEILLANCE.
       1 LIGNE-SURVEILLANCE.
           2 SUR-NOM PIC X(25).
           2 FILLER PIC X(01).
           2 SUR-MOTIF PIC X(40).
           2 FILLER PIC X(01).
           2 SUR-DATE-AJOUT PIC 9(08).
           2 FILLER PIC X(01).
           2 SUR-AJOUTE-PAR PIC X(08).
           2 FILLER PIC X(01).
           2 SUR-DATE-REVUE PIC 9(08).
