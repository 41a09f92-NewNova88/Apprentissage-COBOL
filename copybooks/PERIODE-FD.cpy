      *>Description d'une ligne du calendrier scolaire : type T
      *>(periode de cours, PER-CODE = T1, T2...) ou V (vacances,
      *>PER-CODE blanc), dates de debut et de fin incluses.
       FD FICHIER-PERIODES.
       1 LIGNE-PERIODE.
           2 PER-TYPE PIC X(01).
           2 FILLER PIC X(01).
           2 PER-CODE PIC X(02).
           2 FILLER PIC X(01).
           2 PER-DEBUT PIC 9(08).
           2 FILLER PIC X(01).
           2 PER-FIN PIC 9(08).
           2 FILLER PIC X(01).
           2 PER-LIBELLE PIC X(20).
