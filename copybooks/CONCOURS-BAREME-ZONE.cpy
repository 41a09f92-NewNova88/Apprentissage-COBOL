      *>Bareme d'argent du concours en memoire. Fichier absent :
      *>pas de droit d'entree ni de prix, seuil de signature a 50.
      *>Le programme fait aussi COPY CONCOURS-BAREME-FICHIER,
      *>CONCOURS-BAREME-FD et, en PROCEDURE DIVISION,
      *>CONCOURS-BAREME-CHARGE.
       77 statut-bareme-concours PIC X(02).
       77 fin-bareme-concours PIC X(01) VALUE 'N'.
       77 droit-entree PIC 9(5)V99 VALUE 0.
       77 seuil-prix PIC 9(5)V99 VALUE 50.
       77 rg-prix PIC 9.
       1 prix-concours.
           2 prix-rang PIC 9(5)V99 OCCURS 6.
