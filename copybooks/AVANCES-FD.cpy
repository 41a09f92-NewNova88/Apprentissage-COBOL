      *>Deux sortes de lignes, distinguees par le premier caractere.
      *>A = avance : reference (A + horodatage, celle du poste au
      *>grand livre), operateur, date, montant, nombre d'echeances
      *>mensuelles, compte du livre d'ou l'argent est sorti et
      *>operateur qui l'a accordee.
      *>E = echeance : reference de l'avance, operateur, rang, mois
      *>de retenue AAAAMM, montant retenu et solde apres retenue.
       FD FICHIER-AVANCES.
       1 LIGNE-AVANCE.
           2 AVC-TYPE PIC X(01).
           2 FILLER PIC X(01).
           2 AVC-REFERENCE PIC X(16).
           2 FILLER PIC X(01).
           2 AVC-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 AVC-DATE PIC 9(08).
           2 FILLER PIC X(01).
           2 AVC-MONTANT PIC 9(07)V99.
           2 FILLER PIC X(01).
           2 AVC-NB-ECHEANCES PIC 9(03).
           2 FILLER PIC X(01).
           2 AVC-COMPTE PIC X(08).
           2 FILLER PIC X(01).
           2 AVC-ACCORDE-PAR PIC X(08).
       1 LIGNE-ECHEANCE-AVANCE.
           2 ECH-TYPE PIC X(01).
           2 FILLER PIC X(01).
           2 ECH-REFERENCE PIC X(16).
           2 FILLER PIC X(01).
           2 ECH-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 ECH-RANG PIC 9(03).
           2 FILLER PIC X(01).
           2 ECH-MOIS PIC 9(06).
           2 FILLER PIC X(01).
           2 ECH-MONTANT PIC 9(07)V99.
           2 FILLER PIC X(01).
           2 ECH-SOLDE PIC 9(07)V99.
