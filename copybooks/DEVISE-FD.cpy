      *>Cours d'une devise : code ISO (CHF, GBP...), unites de
      *>devise pour un euro, libelle, et dates de validite AAAAMMJJ
      *>incluses (0 = sans borne).
       FD FICHIER-DEVISES.
       1 LIGNE-DEVISE.
           2 DEV-CODE PIC X(03).
           2 FILLER PIC X(01).
           2 DEV-COURS PIC 9(4)V9(6).
           2 FILLER PIC X(01).
           2 DEV-LIBELLE PIC X(20).
           2 FILLER PIC X(01).
           2 DEV-DEBUT PIC 9(08).
           2 FILLER PIC X(01).
           2 DEV-FIN PIC 9(08).
