      *>Zone de travail de la table d'affectation des types de
      *>transaction : table chargee (20 types), et resultat de la
      *>recherche d'un type. Le programme fait aussi COPY
      *>AFFECTATION-FICHIER, AFFECTATION-FD et, en PROCEDURE
      *>DIVISION, AFFECTATION-CHARGE.
       77 statut-affectation PIC X(02).
       77 fin-affectation PIC X(01) VALUE 'N'.
       77 affectations-presentes PIC X(01) VALUE 'N'.
           88 AFFECTATIONS-EN-PLACE VALUE 'O'.
       77 affectations-tronquees PIC X(01) VALUE 'N'.
       77 nb-affectations PIC 99 VALUE 0.
       77 af PIC 99.
       1 table-affectations.
           2 affectation OCCURS 20.
               3 aft-type PIC X(02).
               3 aft-compte PIC X(08).
               3 aft-sens PIC X(01).
      *>Type cherche par chercher-affectation, et son rang dans la
      *>table (0 = type non affecte).
       77 type-a-affecter PIC X(02).
       77 affectation-trouvee PIC 99 VALUE 0.
      *>Types de transaction connus, les memes que ceux de
      *>SaisieTransactions et de la reconciliation StructureIfElse.
       1 types-transaction-valeurs.
           2 FILLER PIC X(14) VALUE 'VTVente       '.
           2 FILLER PIC X(14) VALUE 'AVAvoir       '.
           2 FILLER PIC X(14) VALUE 'ACAchat       '.
           2 FILLER PIC X(14) VALUE 'RGReglement   '.
           2 FILLER PIC X(14) VALUE 'DVDivers      '.
       1 types-transaction REDEFINES types-transaction-valeurs.
           2 type-transaction OCCURS 5.
               3 ttr-code PIC X(02).
               3 ttr-libelle PIC X(12).
       77 tt PIC 9.
