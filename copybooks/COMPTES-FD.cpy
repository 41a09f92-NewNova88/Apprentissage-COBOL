      *>Description de l'enregistrement du plan comptable : code du
      *>compte (la cle que les appelants passent en paramCompte),
      *>libelle, type (voir libelles-types dans COMPTES-ZONE), etat
      *>O = ouvert / F = ferme, date d'ouverture AAAAMMJJ.
       FD FICHIER-PLAN-COMPTES.
       1 LIGNE-PLAN-COMPTES.
           2 PLC-CODE PIC X(08).
           2 FILLER PIC X(01).
           2 PLC-LIBELLE PIC X(25).
           2 FILLER PIC X(01).
           2 PLC-TYPE PIC X(01).
           2 FILLER PIC X(01).
           2 PLC-ETAT PIC X(01).
           2 FILLER PIC X(01).
           2 PLC-OUVERTURE PIC 9(08).
