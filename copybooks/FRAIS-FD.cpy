      *>Ligne du bareme : classe, periode (T1, T2...), frais de
      *>cantine et frais d'atelier de la periode.
       FD FICHIER-FRAIS.
       1 LIGNE-FRAIS.
           2 FRS-CLASSE PIC X(03).
           2 FILLER PIC X(01).
           2 FRS-TERME PIC X(02).
           2 FILLER PIC X(01).
           2 FRS-CANTINE PIC 9(5)V99.
           2 FILLER PIC X(01).
           2 FRS-ATELIER PIC 9(5)V99.
