      *>Description d'une echeance recurrente : reference (2
      *>caracteres, unique ; la reference TRX-REF generee est cette
      *>reference suivie de la date d'echeance AAMMJJ), libelle,
      *>type de transaction, montant signe comme dans
      *>SaisieTransactions, frequence (M mensuelle, T trimestrielle,
      *>S semestrielle, A annuelle, H hebdomadaire), jour du mois
      *>(1-31, ramene au dernier jour des mois courts) ou, en
      *>hebdomadaire, jour de la semaine (1 lundi ... 7 dimanche),
      *>dates de debut et de fin (0 = sans fin), et derniere
      *>echeance deja generee (0 = aucune).
       FD FICHIER-RECURRENTES.
       1 LIGNE-RECURRENTE.
           2 REC-CODE PIC X(02).
           2 FILLER PIC X(01).
           2 REC-LIBELLE PIC X(20).
           2 FILLER PIC X(01).
           2 REC-TYPE PIC X(02).
           2 FILLER PIC X(01).
           2 REC-MONTANT PIC S9(7)V99.
           2 FILLER PIC X(01).
           2 REC-FREQUENCE PIC X(01).
           2 FILLER PIC X(01).
           2 REC-JOUR PIC 9(02).
           2 FILLER PIC X(01).
           2 REC-DEBUT PIC 9(08).
           2 FILLER PIC X(01).
           2 REC-FIN PIC 9(08).
           2 FILLER PIC X(01).
           2 REC-DERNIERE PIC 9(08).
