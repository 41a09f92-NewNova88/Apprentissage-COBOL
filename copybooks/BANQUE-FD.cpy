      *>Ligne du releve bancaire : numero d'ordre attribue a
      *>l'import, date, libelle et montant signe de la banque, etat
      *>(O ouverte, R rapprochee d'un reglement RG, C classee sans
      *>transaction : frais, agios), reference TRX-REF du reglement
      *>rapproche, mode du rapprochement (A automatique, M a la
      *>main), date du pointage et horodatage de l'import.
       FD FICHIER-BANQUE.
       1 LIGNE-BANQUE.
           2 BQR-NUMERO PIC 9(06).
           2 FILLER PIC X(01).
           2 BQR-DATE PIC 9(08).
           2 FILLER PIC X(01).
           2 BQR-LIBELLE PIC X(30).
           2 FILLER PIC X(01).
           2 BQR-MONTANT PIC S9(7)V99.
           2 FILLER PIC X(01).
           2 BQR-ETAT PIC X(01).
           2 FILLER PIC X(01).
           2 BQR-TRX-REF PIC X(08).
           2 FILLER PIC X(01).
           2 BQR-MODE PIC X(01).
           2 FILLER PIC X(01).
           2 BQR-DATE-POINTAGE PIC 9(08).
           2 FILLER PIC X(01).
           2 BQR-IMPORT PIC X(14).
