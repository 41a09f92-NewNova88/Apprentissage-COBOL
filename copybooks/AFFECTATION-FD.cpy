      *>Une ligne par type de transaction : type, compte du grand
      *>livre, sens du poste (+ = le montant de la transaction tel
      *>quel, - = son oppose).
       FD FICHIER-AFFECTATIONS.
       1 LIGNE-AFFECTATION.
           2 AFF-TYPE PIC X(02).
           2 FILLER PIC X(01).
           2 AFF-COMPTE PIC X(08).
           2 FILLER PIC X(01).
           2 AFF-SENS PIC X(01).
