               FILE STATUS IS statut-catalogue-tab.
           COPY REJET-FICHIER
               REPLACING NOM-FICHIER-REJETS BY "REJETS-TABLEAU.DAT".
           COPY REJET-HISTO-FICHIER.

       DATA DIVISION.
       FILE SECTION.

       COPY REJET-FD.

       COPY REJET-HISTO-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       77 statut-tableau PIC X(02).
       77 statut-csv PIC X(02).
       77 statut-catalogue-tab PIC X(02).
